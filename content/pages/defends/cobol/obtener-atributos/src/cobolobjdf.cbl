           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT APPROVED-CHANGES ASSIGN TO "CHGAPPROV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT UNAUTH-REPORT ASSIGN TO "OBJUNAUTH"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-UNAUTH-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD DRIFT-REPORT.
       01 DRIFT-REPORT-RECORD PIC X(100).

       FD APPROVED-CHANGES.
       01 APPROVED-CHANGE-RECORD.
           05 CA-TICKET      PIC X(12).
           05 CA-LIBRARY     PIC X(10).
           05 CA-OBJECT      PIC X(10).
           05 CA-WINDOW-FROM PIC X(14).
           05 CA-WINDOW-TO   PIC X(14).

       FD UNAUTH-REPORT.
       01 UNAUTH-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS  PIC X(02) VALUE "00".
           88 WS-LIST-EOF     VALUE "10".
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-TODAY        PIC X(08) VALUE SPACES.
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-CHG-STATUS   PIC X(02) VALUE "00".
           88 WS-CHG-EOF      VALUE "10".
       01 WS-UNAUTH-STATUS PIC X(02) VALUE "00".
       01 WS-NOW          PIC X(14) VALUE SPACES.
       01 WS-YESTERDAY    PIC X(08) VALUE SPACES.
       01 WS-AUTHORIZED   PIC 9(05) VALUE 0.
       01 WS-UNAUTHORIZED PIC 9(05) VALUE 0.
       01 W01-TICKETS.
           05 W01-TICKET-COUNT PIC 9(04) VALUE 0.
           05 W01-TICKET OCCURS 500 TIMES.
               10 W01-TK-NUMBER  PIC X(12).
               10 W01-TK-LIBRARY PIC X(10).
               10 W01-TK-OBJECT  PIC X(10).
               10 W01-TK-FROM    PIC X(14).
               10 W01-TK-TO      PIC X(14).
       01 W02-TK              PIC 9(04) VALUE 0.
       01 W03-DRIFT           PIC X(01) VALUE "N".
           88 W03-HAS-DRIFT   VALUE "Y".
       01 W04-DRIFT-KIND      PIC X(08) VALUE SPACES.
       01 W05-SINCE           PIC X(08) VALUE SPACES.
       01 W06-MATCH           PIC X(01) VALUE "N".
           88 W06-MATCHED     VALUE "Y".
       01 W07-TICKET-SEEN     PIC X(12) VALUE SPACES.
       01 W08-LIBRARY         PIC X(10) VALUE SPACES.
       01 W09-OBJECT          PIC X(10) VALUE SPACES.
       01 W10-SEV-TYPE        PIC X(08) VALUE "OBJCHG".
       01 W11-SEV-CORRID      PIC X(12) VALUE SPACES.
       01 W12-SEV-ACTOR       PIC X(16) VALUE "COBOLOBJDF".
       01 W13-SEV-OBJECT      PIC X(30) VALUE SPACES.
       01 W14-SEV-OUTCOME     PIC X(01) VALUE "D".
       01 W15-TODAY-NUM       PIC 9(08) VALUE 0.

      * Drift sweep: every production object is compared with its
      * OBJBASELN snapshot and each difference goes on OBJDRIFT.  A
      * difference is then looked up in CHGAPPROV, the approved
      * changes handed over by change management (ticket, library,
      * object or *ALL for the whole library, implementation window).
      * The sweep does not ask for member change dates, so a change
      * is placed between the last sweep that saw the object as it
      * was (yesterday for an object new to the baseline) and now,
      * and a ticket matches when its window overlaps that stretch.
      * A matched change is an approved release: its new size,
      * signature and date roll forward into the baseline, and a
      * matched removal leaves it.  Anything else goes on OBJUNAUTH,
      * with the ticket whose window missed if there is one, and on
      * SECEVENT as OBJCHG, and the run ends 04.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE WS-CORRID TO W11-SEV-CORRID.

           OPEN INPUT PROD-LIB-LIST.
           OPEN I-O OBJECT-BASELINE.
           OPEN OUTPUT DRIFT-REPORT.
           OPEN OUTPUT UNAUTH-REPORT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-TODAY TO W15-TODAY-NUM.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W15-TODAY-NUM) - 1)
               TO WS-YESTERDAY.
           PERFORM LOAD-APPROVED-CHANGES.

           READ PROD-LIB-LIST
               AT END SET WS-LIST-EOF TO TRUE
           CLOSE PROD-LIB-LIST.
           CLOSE OBJECT-BASELINE.
           CLOSE DRIFT-REPORT.
           CLOSE UNAUTH-REPORT.
           DISPLAY "Objetos comparados: " WS-CHECKED.
           DISPLAY "Desviaciones detectadas: " WS-EXCEPTIONS.
           DISPLAY "Cambios con ticket: " WS-AUTHORIZED.
           DISPLAY "Cambios no autorizados: " WS-UNAUTHORIZED.
           IF WS-UNAUTHORIZED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      * A missing CHGAPPROV only means no change is approved.
       LOAD-APPROVED-CHANGES.
           MOVE 0 TO W01-TICKET-COUNT.
           OPEN INPUT APPROVED-CHANGES.
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "CHGAPPROV no disponible: " WS-CHG-STATUS
           ELSE
               READ APPROVED-CHANGES
                   AT END SET WS-CHG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CHG-EOF
                   IF W01-TICKET-COUNT < 500
                       ADD 1 TO W01-TICKET-COUNT
                       MOVE CA-TICKET
                           TO W01-TK-NUMBER(W01-TICKET-COUNT)
                       MOVE CA-LIBRARY
                           TO W01-TK-LIBRARY(W01-TICKET-COUNT)
                       MOVE CA-OBJECT
                           TO W01-TK-OBJECT(W01-TICKET-COUNT)
                       MOVE CA-WINDOW-FROM
                           TO W01-TK-FROM(W01-TICKET-COUNT)
                       MOVE CA-WINDOW-TO
                           TO W01-TK-TO(W01-TICKET-COUNT)
                   ELSE
                       DISPLAY "CHGAPPROV excede 500 tickets, "
                           "ignorado " CA-TICKET
                   END-IF
                   READ APPROVED-CHANGES
                       AT END SET WS-CHG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APPROVED-CHANGES
           END-IF.
           DISPLAY "Tickets aprobados: " W01-TICKET-COUNT.

       COMPARE-ONE-OBJECT.
           ADD 1 TO WS-CHECKED.
           CALL "COBOLOBJCK" USING PL-OBJECT-NAME, WS-OBJECT-TYPE,
               INVALID KEY SET WS-BASE-NOTFOUND TO TRUE
           END-READ.

           MOVE "N" TO W03-DRIFT.
           IF WS-BASE-NOTFOUND
               ADD 1 TO WS-EXCEPTIONS
               MOVE "Y" TO W03-DRIFT
               MOVE "NUEVO" TO W04-DRIFT-KIND
               MOVE WS-YESTERDAY TO W05-SINCE
               MOVE SPACES TO DRIFT-REPORT-RECORD
               STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                   " NUEVO, SIN LINEA BASE"
                   DELIMITED BY SIZE
                   INTO DRIFT-REPORT-RECORD
               WRITE DRIFT-REPORT-RECORD
           ELSE
               MOVE "CAMBIADO" TO W04-DRIFT-KIND
               MOVE BL-LASTSEEN TO W05-SINCE
               IF BL-SIZE NOT = WS-SIZE
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE "Y" TO W03-DRIFT
                   MOVE SPACES TO DRIFT-REPORT-RECORD
                   STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                       " TAMANIO DISTINTO A LINEA BASE"
                       DELIMITED BY SIZE
               END-IF
               IF BL-SIGNED NOT = WS-SIGNED
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE "Y" TO W03-DRIFT
                   MOVE SPACES TO DRIFT-REPORT-RECORD
                   STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                       " FIRMA DISTINTA A LINEA BASE"
                       DELIMITED BY SIZE
               END-IF
               IF BL-CHANGE-DATE NOT = WS-CHANGE-DATE
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE "Y" TO W03-DRIFT
                   MOVE SPACES TO DRIFT-REPORT-RECORD
                   STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                       " FECHA DISTINTA A LINEA BASE"
                       DELIMITED BY SIZE
                       INTO DRIFT-REPORT-RECORD
                   WRITE DRIFT-REPORT-RECORD
               END-IF
           END-IF.

           IF W03-HAS-DRIFT
               MOVE PL-LIBRARY-NAME TO W08-LIBRARY
               MOVE PL-OBJECT-NAME  TO W09-OBJECT
               PERFORM RESOLVE-DRIFT
           END-IF.

           IF WS-BASE-NOTFOUND
               IF W03-HAS-DRIFT AND W06-MATCHED
                   PERFORM ROLL-BASELINE-FORWARD
                   WRITE OBJECT-BASELINE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           ELSE
               IF W03-HAS-DRIFT AND W06-MATCHED
                   PERFORM ROLL-BASELINE-FORWARD
               END-IF
               MOVE WS-TODAY TO BL-LASTSEEN
               REWRITE OBJECT-BASELINE-RECORD
           END-IF.
           PERFORM UNTIL WS-BASE-EOF
               IF BL-LASTSEEN NOT = WS-TODAY
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE SPACES TO DRIFT-REPORT-RECORD
                   STRING BL-OBJECT " " BL-LIBRARY
                       " RETIRADO, SOLO EN LINEA BASE"
                       DELIMITED BY SIZE
                       INTO DRIFT-REPORT-RECORD
                   WRITE DRIFT-REPORT-RECORD
                   MOVE BL-LIBRARY  TO W08-LIBRARY
                   MOVE BL-OBJECT   TO W09-OBJECT
                   MOVE "RETIRADO"  TO W04-DRIFT-KIND
                   MOVE BL-LASTSEEN TO W05-SINCE
                   PERFORM RESOLVE-DRIFT
                   IF W06-MATCHED
                       DELETE OBJECT-BASELINE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
               READ OBJECT-BASELINE NEXT RECORD
                   AT END SET WS-BASE-EOF TO TRUE
               END-READ
           END-PERFORM.

      * One verdict per drifted object, whatever moved.  W05-SINCE
      * is the last day the object was seen as the baseline has it.
       RESOLVE-DRIFT.
           MOVE "N" TO W06-MATCH.
           MOVE SPACES TO W07-TICKET-SEEN.
           PERFORM VARYING W02-TK FROM 1 BY 1
                   UNTIL W02-TK > W01-TICKET-COUNT OR W06-MATCHED
               IF W01-TK-LIBRARY(W02-TK) = W08-LIBRARY
                   AND (W01-TK-OBJECT(W02-TK) = W09-OBJECT
                        OR W01-TK-OBJECT(W02-TK) = "*ALL")
                   MOVE W01-TK-NUMBER(W02-TK) TO W07-TICKET-SEEN
                   IF W01-TK-FROM(W02-TK) NOT > WS-NOW
                       AND W01-TK-TO(W02-TK)(1:8) NOT < W05-SINCE
                       MOVE "Y" TO W06-MATCH
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO DRIFT-REPORT-RECORD.
           IF W06-MATCHED
               ADD 1 TO WS-AUTHORIZED
               STRING W09-OBJECT " " W08-LIBRARY
                   " APROBADO POR TICKET " W07-TICKET-SEEN
                   ", LINEA BASE ACTUALIZADA"
                   DELIMITED BY SIZE
                   INTO DRIFT-REPORT-RECORD
               WRITE DRIFT-REPORT-RECORD
           ELSE
               ADD 1 TO WS-UNAUTHORIZED
               STRING W09-OBJECT " " W08-LIBRARY
                   " SIN CAMBIO APROBADO"
                   DELIMITED BY SIZE
                   INTO DRIFT-REPORT-RECORD
               WRITE DRIFT-REPORT-RECORD
               PERFORM WRITE-UNAUTHORIZED
           END-IF.

       WRITE-UNAUTHORIZED.
           MOVE SPACES TO UNAUTH-REPORT-RECORD.
           IF W07-TICKET-SEEN = SPACES
               STRING WS-TODAY " " W09-OBJECT " " W08-LIBRARY " "
                   W04-DRIFT-KIND " SIN TICKET APROBADO"
                   DELIMITED BY SIZE
                   INTO UNAUTH-REPORT-RECORD
           ELSE
               STRING WS-TODAY " " W09-OBJECT " " W08-LIBRARY " "
                   W04-DRIFT-KIND " FUERA DE VENTANA DEL TICKET "
                   W07-TICKET-SEEN
                   DELIMITED BY SIZE
                   INTO UNAUTH-REPORT-RECORD
           END-IF.
           WRITE UNAUTH-REPORT-RECORD.

           MOVE SPACES TO W13-SEV-OBJECT.
           STRING W08-LIBRARY DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  W09-OBJECT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  W04-DRIFT-KIND DELIMITED BY SPACE
                  INTO W13-SEV-OBJECT.
           CALL "COBOLSEVW" USING W10-SEV-TYPE, W11-SEV-CORRID,
               W12-SEV-ACTOR, W13-SEV-OBJECT, W14-SEV-OUTCOME.

       ROLL-BASELINE-FORWARD.
           MOVE PL-LIBRARY-NAME TO BL-LIBRARY.
           MOVE PL-OBJECT-NAME  TO BL-OBJECT.
           MOVE WS-SIZE         TO BL-SIZE.
           MOVE WS-SIGNED       TO BL-SIGNED.
           MOVE WS-CHANGE-DATE  TO BL-CHANGE-DATE.
           MOVE WS-TODAY        TO BL-SNAP-DATE.
           MOVE WS-TODAY        TO BL-LASTSEEN.
