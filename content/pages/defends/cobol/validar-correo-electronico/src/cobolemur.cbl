       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLEMUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-PENDING ASSIGN TO "EMCHGPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EC-TOKEN
           ALTERNATE RECORD KEY IS EC-CUST-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-EC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CHANGE-PENDING.
       01 CHANGE-PENDING-RECORD.
           05 EC-TOKEN          PIC X(16).
           05 EC-CUST-NUMBER    PIC 9(10).
           05 EC-OLD-CANONICAL  PIC X(256).
           05 EC-OLD-EMAIL      PIC X(256).
           05 EC-NEW-CANONICAL  PIC X(256).
           05 EC-NEW-EMAIL      PIC X(256).
           05 EC-REQUESTED      PIC X(14).
           05 EC-EFFECTIVE      PIC X(14).
           05 EC-STATUS         PIC X(01).
               88 EC-IS-PENDING    VALUE "P".
               88 EC-IS-APPLIED    VALUE "A".
               88 EC-IS-UNDONE     VALUE "U".
               88 EC-IS-SUPERSEDED VALUE "S".
           05 EC-CLOSED         PIC X(14).
           05 EC-SOURCE         PIC X(10).
           05 EC-REQUESTED-BY   PIC X(16).
           05 EC-CORRID         PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-EC-STATUS       PIC X(02) VALUE "00".
           88 WS-EC-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLEMUR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-WINDOW-DAYS    PIC 9(03) VALUE 30.
       01 W02-TODAY-NUMERIC  PIC 9(08).
       01 W03-FROM-NUMERIC   PIC 9(08).
       01 W04-FROM-DATE      PIC X(08) VALUE SPACES.
       01 W05-UNDONE         PIC 9(07) VALUE 0.
       01 W06-APPLIED        PIC 9(07) VALUE 0.
       01 W07-PENDING        PIC 9(07) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "EMUNDORPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "CAMBIOS DE CORREO DESHECHOS POR EL TITULAR".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Fraud review list: every email change the previous address
      * undid in the last W01-WINDOW-DAYS days, with who or what
      * requested it, so the requesting channel or operator can be
      * investigated.  Each change prints the request detail, then
      * the address it came from and the one it tried to set.
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
           MOVE SPACES TO W63-RPT-LINE.
           STRING "DESHECHO       CLIENTE    SOLICITADO     ORIGEN    "
               "SOLICITANTE      CORRIDA"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT CHANGE-PENDING.
           IF WS-EC-STATUS = "00"
               READ CHANGE-PENDING NEXT RECORD
                   AT END SET WS-EC-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EC-EOF
                   EVALUATE TRUE
                       WHEN EC-IS-PENDING
                           ADD 1 TO W07-PENDING
                       WHEN EC-IS-APPLIED
                           AND EC-CLOSED(1:8) > W04-FROM-DATE
                           ADD 1 TO W06-APPLIED
                       WHEN EC-IS-UNDONE
                           AND EC-CLOSED(1:8) > W04-FROM-DATE
                           PERFORM LIST-ONE-UNDO
                   END-EVALUATE
                   READ CHANGE-PENDING NEXT RECORD
                       AT END SET WS-EC-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-PENDING
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "DESHECHOS: " W05-UNDONE
               "  APLICADOS: " W06-APPLIED
               "  EN ESPERA: " W07-PENDING
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "DESHECHOS" TO WS-RSW-CTR-NAME(1).
           MOVE W05-UNDONE TO WS-RSW-CTR-VALUE(1).
           MOVE "APLICADOS" TO WS-RSW-CTR-NAME(2).
           MOVE W06-APPLIED TO WS-RSW-CTR-VALUE(2).
           MOVE "EN ESPERA" TO WS-RSW-CTR-NAME(3).
           MOVE W07-PENDING TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Cambios deshechos: " W05-UNDONE.

           GOBACK.

       LIST-ONE-UNDO.
           ADD 1 TO W05-UNDONE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING EC-CLOSED " " EC-CUST-NUMBER " " EC-REQUESTED " "
               EC-SOURCE " " EC-REQUESTED-BY " " EC-CORRID
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    DE " EC-OLD-EMAIL(1:60)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "     A " EC-NEW-EMAIL(1:60)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
