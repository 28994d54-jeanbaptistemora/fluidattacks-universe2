       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLNQDR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAD-LETTER ASSIGN TO "NQDEADLTR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DL-KEY
           FILE STATUS IS WS-DL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD DEAD-LETTER.
       01 DEAD-LETTER-RECORD.
           05 DL-KEY.
               10 DL-QUEUED-TS PIC X(14).
               10 DL-SEQ       PIC 9(04).
           05 DL-RECIPIENT  PIC X(256).
           05 DL-TEMPLATE   PIC X(07).
           05 DL-SUBST      PIC X(32).
           05 DL-CORRID     PIC X(12).
           05 DL-ATTEMPTS   PIC 9(02).
           05 DL-LAST-ERROR PIC X(30).
           05 DL-DEAD-TS    PIC X(14).
           05 DL-STATUS     PIC X(01).
               88 DL-IS-DEAD        VALUE "D".
               88 DL-IS-RESUBMITTED VALUE "R".
           05 DL-ACTION-TS  PIC X(14).
           05 DL-ACTION-BY  PIC X(16).
           05 DL-CHANNEL    PIC X(01).
               88 DL-IS-SMS         VALUE "S".

       WORKING-STORAGE SECTION.
       01 WS-DL-STATUS       PIC X(02) VALUE "00".
           88 WS-DL-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLNQDR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-TODAY          PIC X(08) VALUE SPACES.
       01 W02-TMPL-TABLE.
           05 W02-TMPL-ENTRY OCCURS 200 TIMES.
               10 W02-TEMPLATE    PIC X(07).
               10 W02-TODAY-COUNT PIC 9(07).
               10 W02-OPEN-COUNT  PIC 9(07).
               10 W02-RESUB-COUNT PIC 9(07).
       01 W03-TMPL-COUNT     PIC 9(03) VALUE 0.
       01 W04-IDX            PIC 9(03) VALUE 0.
       01 W05-FOUND-IDX      PIC 9(03) VALUE 0.
       01 W06-TODAY-TOTAL    PIC 9(07) VALUE 0.
       01 W07-OPEN-TOTAL     PIC 9(07) VALUE 0.
       01 W08-RESUB-TOTAL    PIC 9(07) VALUE 0.
       01 W09-OTHER          PIC X(07) VALUE "*OTRAS*".
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "NQDLRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "MENSAJES DESCARTADOS A NQDEADLTR POR PLANTILLA".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Daily dead-letter count per template: how many messages
      * COBOLNQSND gave up on today, how many of all the entries on
      * NQDEADLTR are still waiting for a decision and how many were
      * resubmitted.  A template that suddenly dead-letters in bulk
      * usually means a missing MSGCAT text or a spool problem.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W01-TODAY.

           OPEN INPUT DEAD-LETTER.
           IF WS-DL-STATUS = "00"
               READ DEAD-LETTER NEXT RECORD
                   AT END SET WS-DL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-DL-EOF
                   PERFORM COUNT-ONE-ENTRY
                   READ DEAD-LETTER NEXT RECORD
                       AT END SET WS-DL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEAD-LETTER
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "FECHA " W01-TODAY
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PLANTILLA     HOY  SIN RESOLVER  REENVIADOS"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING W04-IDX FROM 1 BY 1
               UNTIL W04-IDX > W03-TMPL-COUNT
               MOVE SPACES TO W63-RPT-LINE
               STRING W02-TEMPLATE(W04-IDX) "  "
                   W02-TODAY-COUNT(W04-IDX) "       "
                   W02-OPEN-COUNT(W04-IDX) "     "
                   W02-RESUB-COUNT(W04-IDX)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "TOTAL    " W06-TODAY-TOTAL "       "
               W07-OPEN-TOTAL "     " W08-RESUB-TOTAL
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "HOY" TO WS-RSW-CTR-NAME(1).
           MOVE W06-TODAY-TOTAL TO WS-RSW-CTR-VALUE(1).
           MOVE "SIN RESOLVER" TO WS-RSW-CTR-NAME(2).
           MOVE W07-OPEN-TOTAL TO WS-RSW-CTR-VALUE(2).
           MOVE "REENVIADOS" TO WS-RSW-CTR-NAME(3).
           MOVE W08-RESUB-TOTAL TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Descartados hoy: " W06-TODAY-TOTAL.
           DISPLAY "Sin resolver: " W07-OPEN-TOTAL.

           GOBACK.

      * Templates past the table size are lumped under *OTRAS* in
      * the last slot rather than dropped from the totals.
       COUNT-ONE-ENTRY.
           MOVE 0 TO W05-FOUND-IDX.
           PERFORM VARYING W04-IDX FROM 1 BY 1
               UNTIL W04-IDX > W03-TMPL-COUNT OR W05-FOUND-IDX > 0
               IF W02-TEMPLATE(W04-IDX) = DL-TEMPLATE
                   MOVE W04-IDX TO W05-FOUND-IDX
               END-IF
           END-PERFORM.
           IF W05-FOUND-IDX = 0
               IF W03-TMPL-COUNT < 200
                   ADD 1 TO W03-TMPL-COUNT
                   MOVE W03-TMPL-COUNT TO W05-FOUND-IDX
                   MOVE DL-TEMPLATE TO W02-TEMPLATE(W05-FOUND-IDX)
                   MOVE 0 TO W02-TODAY-COUNT(W05-FOUND-IDX)
                   MOVE 0 TO W02-OPEN-COUNT(W05-FOUND-IDX)
                   MOVE 0 TO W02-RESUB-COUNT(W05-FOUND-IDX)
               ELSE
                   MOVE 200 TO W05-FOUND-IDX
                   MOVE W09-OTHER TO W02-TEMPLATE(W05-FOUND-IDX)
               END-IF
           END-IF.
           IF DL-DEAD-TS(1:8) = W01-TODAY
               ADD 1 TO W02-TODAY-COUNT(W05-FOUND-IDX)
               ADD 1 TO W06-TODAY-TOTAL
           END-IF.
           IF DL-IS-DEAD
               ADD 1 TO W02-OPEN-COUNT(W05-FOUND-IDX)
               ADD 1 TO W07-OPEN-TOTAL
           ELSE
               ADD 1 TO W02-RESUB-COUNT(W05-FOUND-IDX)
               ADD 1 TO W08-RESUB-TOTAL
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
