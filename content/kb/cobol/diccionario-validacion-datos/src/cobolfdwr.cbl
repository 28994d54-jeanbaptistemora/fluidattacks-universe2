       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLFDWR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIELD-DICT ASSIGN TO "FIELDDICT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FIELDNAME
           FILE STATUS IS WS-DICT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIELD-DICT.
       01 FIELD-DICT-RECORD.
           02 FD-FIELDNAME PIC X(20).
           02 FD-MAXLEN    PIC 9(04).
           02 FD-CHARSET   PIC X(01).
           02 FD-XSSMODE   PIC X(01).
           02 FD-MINLEN    PIC 9(04).
           02 FD-PATTERN   PIC X(20).
           02 FD-NUM-LOW   PIC 9(09).
           02 FD-NUM-HIGH  PIC 9(09).
           02 FD-SENSITIVITY PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-DICT-STATUS     PIC X(02) VALUE "00".
           88 WS-DICT-EOF VALUE "10".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLFDWR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-FIELDS         PIC 9(07) VALUE 0.
       01 W02-REFERENCES     PIC 9(07) VALUE 0.
       01 W03-UNUSED         PIC 9(07) VALUE 0.
       01 W04-WU-COUNT       PIC 9(03) VALUE 0.
       01 W05-WU-REFS.
           05 W05-WU-REF OCCURS 100 TIMES.
               10 W05-WU-TYPE   PIC X(01).
               10 W05-WU-SOURCE PIC X(10).
               10 W05-WU-DETAIL PIC X(40).
       01 W06-WU-OVERFLOW    PIC X(01) VALUE "N".
           88 W06-WU-LIST-FULL VALUE "Y".
       01 W07-WU-SUB         PIC 9(03) VALUE 0.
       01 W08-CANDIDATE-COUNT PIC 9(03) VALUE 0.
       01 W09-CANDIDATES.
           05 W09-CANDIDATE PIC X(20) OCCURS 500 TIMES.
       01 W10-SUB            PIC 9(03) VALUE 0.
       01 W11-UNREADABLE     PIC X(01) VALUE "N".
           88 W11-DICT-UNREADABLE VALUE "Y".
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "FDWURPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "REFERENCIAS A CAMPOS DEL DICCIONARIO".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Every FIELDDICT entry with the layouts, rule sets, generator
      * parameters and screens that reference it, as COBOLFDWU finds
      * them through FDXREFCAT.  Entries nothing references are
      * listed again at the end as candidates for cleanup.  Ends 04
      * when there is at least one candidate, 08 when FIELDDICT
      * cannot be read.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT FIELD-DICT.
           IF WS-DICT-STATUS = "00"
               READ FIELD-DICT NEXT RECORD
                   AT END SET WS-DICT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-DICT-EOF
                   PERFORM REPORT-ONE-FIELD
                   READ FIELD-DICT NEXT RECORD
                       AT END SET WS-DICT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FIELD-DICT
           ELSE
               MOVE "FIELDDICT NO DISPONIBLE EN ESTA CORRIDA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W11-UNREADABLE
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CANDIDATOS A DEPURAR (SIN REFERENCIAS)"
               TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING W10-SUB FROM 1 BY 1
                   UNTIL W10-SUB > W08-CANDIDATE-COUNT
               MOVE SPACES TO W63-RPT-LINE
               STRING "  " W09-CANDIDATE(W10-SUB)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF W03-UNUSED > W08-CANDIDATE-COUNT
               MOVE "  (LISTA TRUNCADA, VER DETALLE ARRIBA)"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "CAMPOS " W01-FIELDS
               " REFERENCIAS " W02-REFERENCES
               " SIN USO " W03-UNUSED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CAMPOS" TO WS-RSW-CTR-NAME(1).
           MOVE W01-FIELDS TO WS-RSW-CTR-VALUE(1).
           MOVE "REFERENCIAS" TO WS-RSW-CTR-NAME(2).
           MOVE W02-REFERENCES TO WS-RSW-CTR-VALUE(2).
           MOVE "SIN USO" TO WS-RSW-CTR-NAME(3).
           MOVE W03-UNUSED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Campos: " W01-FIELDS
               " Sin uso: " W03-UNUSED.
           EVALUATE TRUE
               WHEN W11-DICT-UNREADABLE
                   MOVE 8 TO RETURN-CODE
               WHEN W03-UNUSED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       REPORT-ONE-FIELD.
           ADD 1 TO W01-FIELDS.
           CALL "COBOLFDWU" USING FD-FIELDNAME, W04-WU-COUNT,
                                  W05-WU-REFS, W06-WU-OVERFLOW.
           ADD W04-WU-COUNT TO W02-REFERENCES.
           MOVE SPACES TO W63-RPT-LINE.
           STRING FD-FIELDNAME " REFERENCIAS " W04-WU-COUNT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W04-WU-COUNT = 0
               ADD 1 TO W03-UNUSED
               IF W08-CANDIDATE-COUNT < 500
                   ADD 1 TO W08-CANDIDATE-COUNT
                   MOVE FD-FIELDNAME
                       TO W09-CANDIDATE(W08-CANDIDATE-COUNT)
               END-IF
           END-IF.
           PERFORM VARYING W07-WU-SUB FROM 1 BY 1
                   UNTIL W07-WU-SUB > W04-WU-COUNT
               MOVE SPACES TO W63-RPT-LINE
               STRING "    " W05-WU-TYPE(W07-WU-SUB) " "
                   W05-WU-SOURCE(W07-WU-SUB) " "
                   W05-WU-DETAIL(W07-WU-SUB)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF W06-WU-LIST-FULL
               MOVE "    (MAS DE 100 REFERENCIAS)" TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
