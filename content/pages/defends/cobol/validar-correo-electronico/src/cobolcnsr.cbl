       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLCNSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-CONSENT ASSIGN TO "CUSTCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CONS-STATUS.

           SELECT CONSENT-HISTORY ASSIGN TO "CONSHIST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUST-CONSENT.
       01 CUST-CONSENT-RECORD.
           05 CN-KEY.
               10 CN-CUST-NUMBER PIC 9(10).
               10 CN-CHANNEL     PIC X(01).
               10 CN-PURPOSE     PIC X(04).
           05 CN-STATUS      PIC X(01).
               88 CN-IS-GRANTED   VALUE "G".
               88 CN-IS-WITHDRAWN VALUE "W".
           05 CN-EFF-DATE    PIC X(08).
           05 CN-SOURCE      PIC X(10).
           05 CN-EVIDENCE    PIC X(40).
           05 CN-OPERATOR    PIC X(16).
           05 CN-UPDATED-TS  PIC X(14).
           05 CN-CORRID      PIC X(12).

       FD CONSENT-HISTORY.
       01 CONSENT-HISTORY-RECORD.
           05 CH-TIMESTAMP   PIC X(14).
           05 CH-CUST-NUMBER PIC 9(10).
           05 CH-CHANNEL     PIC X(01).
           05 CH-PURPOSE     PIC X(04).
           05 CH-ACTION      PIC X(01).
               88 CH-IS-GRANT    VALUE "G".
               88 CH-IS-WITHDRAW VALUE "W".
           05 CH-EFF-DATE    PIC X(08).
           05 CH-SOURCE      PIC X(10).
           05 CH-EVIDENCE    PIC X(40).
           05 CH-OPERATOR    PIC X(16).
           05 CH-CORRID      PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-CONS-STATUS     PIC X(02) VALUE "00".
           88 WS-CONS-EOF VALUE "10".
       01 WS-CHIST-STATUS    PIC X(02) VALUE "00".
           88 WS-CHIST-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLCNSR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-WINDOW-DAYS    PIC 9(03) VALUE 92.
       01 W02-TODAY-NUMERIC  PIC 9(08).
       01 W03-FROM-NUMERIC   PIC 9(08).
       01 W04-FROM-DATE      PIC X(08) VALUE SPACES.
       01 W05-RECORDS        PIC 9(07) VALUE 0.
       01 W06-CHANGES        PIC 9(07) VALUE 0.
       01 W07-GRANTS         PIC 9(07) VALUE 0.
       01 W08-WITHDRAWALS    PIC 9(07) VALUE 0.
       01 W09-COMBO-COUNT    PIC 9(02) VALUE 0.
       01 W10-COMBO-TABLE.
           05 W10-COMBO OCCURS 50 TIMES.
               10 W10-CHANNEL    PIC X(01).
               10 W10-PURPOSE    PIC X(04).
               10 W10-GRANTED    PIC 9(07).
               10 W10-WITHDRAWN  PIC 9(07).
               10 W10-PENDING    PIC 9(07).
       01 W11-SUB            PIC 9(02) VALUE 0.
       01 W12-FOUND          PIC X(01) VALUE "N".
           88 W12-COMBO-FOUND VALUE "Y".
       01 W13-ACTION-NAME    PIC X(08) VALUE SPACES.
       01 W14-OVERFLOW       PIC 9(07) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "CONSRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "REGISTRO DE CONSENTIMIENTOS DE CONTACTO".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Quarterly consent position for the regulator: how many
      * customers currently have each channel and purpose granted or
      * withdrawn (grants dated in the future shown apart), followed
      * by every grant and withdrawal recorded in the last
      * W01-WINDOW-DAYS days with its effective date, source and
      * evidence from CONSHIST.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W02-TODAY-NUMERIC.
           COMPUTE W03-FROM-NUMERIC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W02-TODAY-NUMERIC)
               - W01-WINDOW-DAYS).
           MOVE W03-FROM-NUMERIC TO W04-FROM-DATE.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT CUST-CONSENT.
           IF WS-CONS-STATUS = "00"
               READ CUST-CONSENT NEXT RECORD
                   AT END SET WS-CONS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CONS-EOF
                   ADD 1 TO W05-RECORDS
                   PERFORM TALLY-ONE-CONSENT
                   READ CUST-CONSENT NEXT RECORD
                       AT END SET WS-CONS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CUST-CONSENT
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "SITUACION ACTUAL  CANAL FINALIDAD  OTORGADOS  "
               "RETIRADOS  FUTUROS"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING W11-SUB FROM 1 BY 1
                   UNTIL W11-SUB > W09-COMBO-COUNT
               MOVE SPACES TO W63-RPT-LINE
               STRING "                  " W10-CHANNEL(W11-SUB)
                   "     " W10-PURPOSE(W11-SUB) "       "
                   W10-GRANTED(W11-SUB) "    "
                   W10-WITHDRAWN(W11-SUB) "    "
                   W10-PENDING(W11-SUB)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF W14-OVERFLOW > 0
               MOVE SPACES TO W63-RPT-LINE
               STRING "COMBINACIONES SIN RESUMIR: " W14-OVERFLOW
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "CAMBIOS DESDE " W04-FROM-DATE
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "FECHA/HORA     CLIENTE    C FIN  ACCION   EFECTIVA "
               "ORIGEN     EVIDENCIA                  "
               "              OPERADOR"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT CONSENT-HISTORY.
           IF WS-CHIST-STATUS = "00"
               READ CONSENT-HISTORY
                   AT END SET WS-CHIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CHIST-EOF
                   IF CH-TIMESTAMP(1:8) > W04-FROM-DATE
                       PERFORM LIST-ONE-CHANGE
                   END-IF
                   READ CONSENT-HISTORY
                       AT END SET WS-CHIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONSENT-HISTORY
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "REGISTROS: " W05-RECORDS
               "  CAMBIOS EN PERIODO: " W06-CHANGES
               "  OTORGAMIENTOS: " W07-GRANTS
               "  RETIRADAS: " W08-WITHDRAWALS
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REGISTROS" TO WS-RSW-CTR-NAME(1).
           MOVE W05-RECORDS TO WS-RSW-CTR-VALUE(1).
           MOVE "OTORGADOS" TO WS-RSW-CTR-NAME(2).
           MOVE W07-GRANTS TO WS-RSW-CTR-VALUE(2).
           MOVE "RETIRADOS" TO WS-RSW-CTR-NAME(3).
           MOVE W08-WITHDRAWALS TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Consentimientos: " W05-RECORDS
               " cambios en periodo: " W06-CHANGES.

           GOBACK.

       TALLY-ONE-CONSENT.
           MOVE "N" TO W12-FOUND.
           PERFORM VARYING W11-SUB FROM 1 BY 1
                   UNTIL W11-SUB > W09-COMBO-COUNT OR W12-COMBO-FOUND
               IF W10-CHANNEL(W11-SUB) = CN-CHANNEL
                   AND W10-PURPOSE(W11-SUB) = CN-PURPOSE
                   MOVE "Y" TO W12-FOUND
               END-IF
           END-PERFORM.
           IF W12-COMBO-FOUND
               SUBTRACT 1 FROM W11-SUB
           ELSE
               IF W09-COMBO-COUNT < 50
                   ADD 1 TO W09-COMBO-COUNT
                   MOVE W09-COMBO-COUNT TO W11-SUB
                   MOVE CN-CHANNEL TO W10-CHANNEL(W11-SUB)
                   MOVE CN-PURPOSE TO W10-PURPOSE(W11-SUB)
                   MOVE 0 TO W10-GRANTED(W11-SUB),
                       W10-WITHDRAWN(W11-SUB), W10-PENDING(W11-SUB)
               ELSE
                   ADD 1 TO W14-OVERFLOW
                   MOVE 0 TO W11-SUB
               END-IF
           END-IF.
           IF W11-SUB > 0
               EVALUATE TRUE
                   WHEN CN-IS-WITHDRAWN
                       ADD 1 TO W10-WITHDRAWN(W11-SUB)
                   WHEN CN-EFF-DATE > WS-CURRENT-DATE(1:8)
                       ADD 1 TO W10-PENDING(W11-SUB)
                   WHEN OTHER
                       ADD 1 TO W10-GRANTED(W11-SUB)
               END-EVALUATE
           END-IF.

       LIST-ONE-CHANGE.
           ADD 1 TO W06-CHANGES.
           IF CH-IS-GRANT
               ADD 1 TO W07-GRANTS
               MOVE "OTORGA" TO W13-ACTION-NAME
           ELSE
               ADD 1 TO W08-WITHDRAWALS
               MOVE "RETIRA" TO W13-ACTION-NAME
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING CH-TIMESTAMP " " CH-CUST-NUMBER " " CH-CHANNEL " "
               CH-PURPOSE " " W13-ACTION-NAME " " CH-EFF-DATE " "
               CH-SOURCE " " CH-EVIDENCE " " CH-OPERATOR
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
