       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLOBJSC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-LIB-LIST ASSIGN TO "PRODLIBLST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT SOURCE-MEMBER-LIST ASSIGN TO "SRCMBRLST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PROD-LIB-LIST.
       01 PROD-LIB-RECORD.
           02 PL-OBJECT-NAME  PIC X(10).
           02 PL-LIBRARY-NAME PIC X(10).

       FD SOURCE-MEMBER-LIST.
       01 SOURCE-MEMBER-RECORD.
           02 SM-FILE-NAME    PIC X(10).
           02 SM-LIBRARY-NAME PIC X(10).
           02 SM-MEMBER-NAME  PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS  PIC X(02) VALUE "00".
           88 WS-LIST-EOF     VALUE "10".
       01 WS-SRC-STATUS   PIC X(02) VALUE "00".
           88 WS-SRC-EOF      VALUE "10".
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLOBJSC".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).

      * Object description, format OBJD0300, down to the date the
      * source member had when the object was created from it.
       01 W01-OBJD-PARAMETER.
           02 W01-RECEIVER-LENGTH PIC S9(9) BINARY VALUE 206.
           02 W01-FORMAT-NAME     PIC X(08) VALUE "OBJD0300".
           02 W01-QOBJECT-NAME.
              03 W01-OBJECT-NAME  PIC X(10) VALUE SPACES.
              03 W01-LIBRARY-NAME PIC X(10) VALUE SPACES.
           02 W01-OBJECT-TYPE     PIC X(10) VALUE "*PGM".
       01 W02-OBJD-ERROR.
           02 W02-BYTES-PROVIDED  PIC S9(9) BINARY VALUE 256.
           02 W02-BYTES-AVAILABLE PIC S9(9) BINARY VALUE 0.
           02 W02-EXCEPTION-ID    PIC X(08).
           02 W02-RESERVED        PIC X(01).
           02 W02-EXCEPTION-DATA  PIC X(240).
       01 W03-OBJD0300.
           02 W03-BYTES-RETURNED  PIC S9(9) BINARY.
           02 W03-BYTES-AVAIL     PIC S9(9) BINARY.
           02 W03-OBJECT-NAME     PIC X(10).
           02 W03-OBJECT-LIBRARY  PIC X(10).
           02 W03-OBJECT-TYPE     PIC X(10).
           02 W03-RETURN-LIBRARY  PIC X(10).
           02 W03-AUX-POOL        PIC S9(9) BINARY.
           02 W03-OWNER           PIC X(10).
           02 W03-DOMAIN          PIC X(02).
           02 W03-CREATED         PIC X(13).
           02 W03-CHANGED         PIC X(13).
           02 W03-EXT-ATTRIBUTE   PIC X(10).
           02 W03-TEXT            PIC X(50).
           02 W03-SOURCE-FILE     PIC X(10).
           02 W03-SOURCE-LIBRARY  PIC X(10).
           02 W03-SOURCE-MEMBER   PIC X(10).
           02 W03-SOURCE-UPDATED  PIC X(13).
           02 W03-SAVED           PIC X(13).

      * Source member lookup through COBOLOBJCK.
       01 W04-FILE-TYPE       PIC X(10) VALUE "*FILE".
       01 W05-SIZE            PIC S9(9) BINARY VALUE 0.
       01 W06-SIGNED          PIC X(01).
       01 W07-MEMBER-CHANGED  PIC X(13) VALUE SPACES.
       01 W08-OWNER           PIC X(10) VALUE SPACES.
       01 W09-LAST-USED       PIC X(07) VALUE SPACES.
       01 W10-RESULT          PIC X(01).
           88 W10-OK          VALUE "Y".
       01 W11-EXCEPTION-ID    PIC X(08) VALUE SPACES.

       01 W12-PAIRED.
           05 W12-PAIR-COUNT  PIC 9(04) VALUE 0.
           05 W12-PAIR OCCURS 2000 TIMES.
               10 W12-SRC-FILE    PIC X(10).
               10 W12-SRC-LIBRARY PIC X(10).
               10 W12-SRC-MEMBER  PIC X(10).
       01 W13-PX              PIC 9(04) VALUE 0.
       01 W14-FOUND           PIC X(01) VALUE "N".
           88 W14-IS-PAIRED   VALUE "Y".
       01 W15-TABLE-FULL-SW   PIC X(01) VALUE "N".
           88 W15-TABLE-FULL  VALUE "Y".
       01 W16-NO-MEMBER-LIST  PIC X(01) VALUE "N".
           88 W16-MEMBER-LIST-MISSING VALUE "Y".
       01 W20-OBJECTS         PIC 9(07) VALUE 0.
       01 W21-CURRENT         PIC 9(07) VALUE 0.
       01 W22-STALE           PIC 9(07) VALUE 0.
       01 W23-NO-SOURCE       PIC 9(07) VALUE 0.
       01 W24-NO-OBJECT       PIC 9(07) VALUE 0.
       01 W25-ERRORS          PIC 9(07) VALUE 0.
       01 W26-MEMBERS         PIC 9(07) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "OBJSRCRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "VIGENCIA DE FUENTES DE PROGRAMAS EN PRODUCCION".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      * Source currency for every program in PRODLIBLST.  The object
      * description names the source member it was created from and
      * the change date that member had at the time; COBOLOBJCK
      * gives the member's change date today.  A later date means
      * the source was edited after the compile and production is
      * not running what the source says.  A program that records
      * no source, or whose member is gone, has no source at all.
      * SRCMBRLST lists the members of the production source files
      * (file, library, member, from DSPFD *MBRLIST); a member no
      * program was created from is reported as source without an
      * object.  Dates are the system's CYYMMDDHHMMSS, so they
      * compare as they stand.  Ends 04 on any finding, 08 when
      * PRODLIBLST cannot be read.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT PROD-LIB-LIST.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "PRODLIBLST no disponible: " WS-LIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "-- PROGRAMAS --" TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           READ PROD-LIB-LIST
               AT END SET WS-LIST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LIST-EOF
               PERFORM CHECK-ONE-OBJECT THRU CHECK-ONE-OBJECT-EXIT
               READ PROD-LIB-LIST
                   AT END SET WS-LIST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PROD-LIB-LIST.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "-- MIEMBROS FUENTE SIN OBJETO --" TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-SOURCE-MEMBERS.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PROGRAMAS " W20-OBJECTS
               " AL DIA " W21-CURRENT
               " FUENTE POSTERIOR " W22-STALE
               " SIN FUENTE " W23-NO-SOURCE
               " CON ERROR " W25-ERRORS
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "MIEMBROS " W26-MEMBERS
               " SIN OBJETO " W24-NO-OBJECT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W15-TABLE-FULL
               MOVE "** MAS DE 2000 PROGRAMAS, MIEMBROS SIN REVISAR"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "FUENTE POST" TO WS-RSW-CTR-NAME(1).
           MOVE W22-STALE TO WS-RSW-CTR-VALUE(1).
           MOVE "SIN FUENTE" TO WS-RSW-CTR-NAME(2).
           MOVE W23-NO-SOURCE TO WS-RSW-CTR-VALUE(2).
           MOVE "SIN OBJETO" TO WS-RSW-CTR-NAME(3).
           MOVE W24-NO-OBJECT TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Programas revisados: " W20-OBJECTS.
           DISPLAY "Fuente posterior al objeto: " W22-STALE.
           DISPLAY "Sin fuente: " W23-NO-SOURCE.
           DISPLAY "Fuentes sin objeto: " W24-NO-OBJECT.
           IF W22-STALE + W23-NO-SOURCE + W24-NO-OBJECT
               + W25-ERRORS > 0
               OR W15-TABLE-FULL OR W16-MEMBER-LIST-MISSING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CHECK-ONE-OBJECT.
           ADD 1 TO W20-OBJECTS.
           MOVE PL-OBJECT-NAME  TO W01-OBJECT-NAME.
           MOVE PL-LIBRARY-NAME TO W01-LIBRARY-NAME.
           MOVE 0 TO W02-BYTES-AVAILABLE.
           CALL "QUSROBJD" USING
               W03-OBJD0300
               W01-RECEIVER-LENGTH
               W01-FORMAT-NAME
               W01-QOBJECT-NAME
               W01-OBJECT-TYPE
               W02-OBJD-ERROR.
           IF W02-BYTES-AVAILABLE NOT = 0
               ADD 1 TO W25-ERRORS
               MOVE SPACES TO W63-RPT-LINE
               STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                   " ERROR DE CONSULTA " W02-EXCEPTION-ID
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO CHECK-ONE-OBJECT-EXIT
           END-IF.

           IF W03-SOURCE-FILE = SPACES OR W03-SOURCE-MEMBER = SPACES
               ADD 1 TO W23-NO-SOURCE
               MOVE SPACES TO W63-RPT-LINE
               STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                   " SIN FUENTE: EL OBJETO NO REGISTRA MIEMBRO"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO CHECK-ONE-OBJECT-EXIT
           END-IF.

           PERFORM REMEMBER-PAIR.

           CALL "COBOLOBJCK" USING W03-SOURCE-FILE, W04-FILE-TYPE,
               W03-SOURCE-LIBRARY, W03-SOURCE-MEMBER, W05-SIZE,
               W06-SIGNED, W07-MEMBER-CHANGED, W08-OWNER,
               W09-LAST-USED, W10-RESULT, W11-EXCEPTION-ID.
           IF NOT W10-OK
               ADD 1 TO W23-NO-SOURCE
               MOVE SPACES TO W63-RPT-LINE
               STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                   " SIN FUENTE: " W03-SOURCE-LIBRARY "/"
                   W03-SOURCE-FILE "(" W03-SOURCE-MEMBER
                   ") NO EXISTE " W11-EXCEPTION-ID
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO CHECK-ONE-OBJECT-EXIT
           END-IF.

           IF W07-MEMBER-CHANGED > W03-SOURCE-UPDATED
               ADD 1 TO W22-STALE
               MOVE SPACES TO W63-RPT-LINE
               STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                   " FUENTE MODIFICADA DESPUES DE COMPILAR "
                   W03-SOURCE-LIBRARY "/" W03-SOURCE-FILE "("
                   W03-SOURCE-MEMBER ") COMPILADO "
                   W03-SOURCE-UPDATED " FUENTE " W07-MEMBER-CHANGED
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO W21-CURRENT
           END-IF.
       CHECK-ONE-OBJECT-EXIT.
           EXIT.

       REMEMBER-PAIR.
           IF W12-PAIR-COUNT < 2000
               ADD 1 TO W12-PAIR-COUNT
               MOVE W03-SOURCE-FILE    TO W12-SRC-FILE(W12-PAIR-COUNT)
               MOVE W03-SOURCE-LIBRARY
                   TO W12-SRC-LIBRARY(W12-PAIR-COUNT)
               MOVE W03-SOURCE-MEMBER
                   TO W12-SRC-MEMBER(W12-PAIR-COUNT)
           ELSE
               MOVE "Y" TO W15-TABLE-FULL-SW
           END-IF.

      * With the table full a member could be wrongly reported as
      * orphaned, so the member pass is skipped instead.
       CHECK-SOURCE-MEMBERS.
           IF W15-TABLE-FULL
               MOVE "NO REVISADO: TABLA DE PROGRAMAS LLENA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               OPEN INPUT SOURCE-MEMBER-LIST
               IF WS-SRC-STATUS NOT = "00"
                   MOVE "Y" TO W16-NO-MEMBER-LIST
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "NO REVISADO: SRCMBRLST NO DISPONIBLE "
                       WS-SRC-STATUS
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   READ SOURCE-MEMBER-LIST
                       AT END SET WS-SRC-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL WS-SRC-EOF
                       ADD 1 TO W26-MEMBERS
                       PERFORM FIND-PAIR
                       IF NOT W14-IS-PAIRED
                           ADD 1 TO W24-NO-OBJECT
                           MOVE SPACES TO W63-RPT-LINE
                           STRING SM-LIBRARY-NAME "/" SM-FILE-NAME
                               "(" SM-MEMBER-NAME ") SIN OBJETO EN "
                               "PRODUCCION"
                               DELIMITED BY SIZE
                               INTO W63-RPT-LINE
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                       READ SOURCE-MEMBER-LIST
                           AT END SET WS-SRC-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-MEMBER-LIST
               END-IF
           END-IF.

       FIND-PAIR.
           MOVE "N" TO W14-FOUND.
           PERFORM VARYING W13-PX FROM 1 BY 1
                   UNTIL W13-PX > W12-PAIR-COUNT OR W14-IS-PAIRED
               IF W12-SRC-FILE(W13-PX)    = SM-FILE-NAME
                   AND W12-SRC-LIBRARY(W13-PX) = SM-LIBRARY-NAME
                   AND W12-SRC-MEMBER(W13-PX)  = SM-MEMBER-NAME
                   MOVE "Y" TO W14-FOUND
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
