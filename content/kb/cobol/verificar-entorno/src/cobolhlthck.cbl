           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.

           SELECT MASK-STATUS ASSIGN TO "MASKSTAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).

       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME PIC X(16).
           05 USR-REST     PIC X(86).

       FD PASSWORD-HISTORY.
       01 PASSWORD-HISTORY-RECORD.
           05 HS-TIMESTAMP PIC X(14).
           05 HS-CORRID    PIC X(12).

       FD MASK-STATUS.
       01 MASK-STATUS-RECORD.
           05 MS-VERDICT   PIC X(04).
           05 MS-TIMESTAMP PIC X(14).
           05 MS-CORRID    PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-PTR-STATUS     PIC X(02) VALUE "00".
       01 WS-CPACTIVE-DSN   PIC X(12) VALUE SPACES.
           PERFORM PROBE-LOGGER.
           PERFORM PROBE-USRMAST.
           PERFORM PROBE-PWDHIST.
           IF WS-ENV-PREFIX = "TEST"
               PERFORM PROBE-MASKING
           END-IF.

           PERFORM WRITE-VERDICT.
           DISPLAY "Veredicto: " WS-VERDICT.
               DISPLAY "Sondeo " WS-PROBE-NAME ": abre correctamente"
           END-IF.

      * TEST is built from a production clone: it only goes to the
      * developers once COBOLMSKV has certified the masking of the
      * latest copy (COBOLENVCL puts MASKSTAT back to NOGO on every
      * clone).
       PROBE-MASKING.
           MOVE "MASKSTAT" TO WS-PROBE-NAME.
           MOVE "00" TO WS-PROBE-STATUS.
           OPEN INPUT MASK-STATUS.
           IF WS-PROBE-STATUS NOT = "00"
               PERFORM PROBE-FAILED
           ELSE
               MOVE SPACES TO MS-VERDICT
               READ MASK-STATUS
                   AT END CONTINUE
               END-READ
               CLOSE MASK-STATUS
               IF MS-VERDICT = "GO"
                   DISPLAY "Sondeo " WS-PROBE-NAME
                           ": enmascarado certificado " MS-TIMESTAMP
               ELSE
                   MOVE "NOGO" TO WS-VERDICT
                   DISPLAY "Sondeo " WS-PROBE-NAME
                           ": enmascarado sin certificar"
               END-IF
           END-IF.

       CHECK-PROBE-COUNT.
           IF WS-PROBE-COUNT = 0
               PERFORM PROBE-FAILED
