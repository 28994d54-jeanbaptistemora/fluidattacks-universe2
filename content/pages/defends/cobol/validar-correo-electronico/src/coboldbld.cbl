           88 WS-FEED-EOF     VALUE "10".
       01 WS-BLOCK-STATUS PIC X(02) VALUE "00".
       01 WS-LOADED       PIC 9(07) VALUE 0.
       01 WS-READ         PIC 9(07) VALUE 0.
       01 WS-REJECTED     PIC 9(07) VALUE 0.
       01 W01-GATE-FEED   PIC X(10) VALUE "DOMBLFEED".
       01 W02-GATE-RESULT  PIC X(01).
           88 W02-GATE-PASSED VALUE "P".
       01 W03-GATE-REASON  PIC X(60).
       01 W04-RECORD-OK   PIC X(01) VALUE "N".
           88 W04-RECORD-VALID VALUE "Y".
       01 W05-DOT-COUNT   PIC 9(03) VALUE 0.

      * DOMBLOCK is rebuilt from scratch, so the feed is counted and
      * checked against the COBOLQGAT thresholds before the list is
      * emptied; a feed that fails keeps the current list blocking
      * and the step ends 08.  A blank line or one without a dot is
      * not a domain and is rejected, in the count and the load.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-FEED-QUALITY.
           IF NOT W02-GATE-PASSED
               DISPLAY "Carga retenida, DOMBLOCK sin cambios: "
                   W03-GATE-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BLOCK-FEED.
           OPEN OUTPUT DOMAIN-BLOCK.
           CLOSE DOMAIN-BLOCK.
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-FEED-EOF
               PERFORM CHECK-FEED-RECORD
               IF W04-RECORD-VALID
                   MOVE FUNCTION LOWER-CASE(BLOCK-FEED-RECORD)
                       TO DB-DOMAIN
                   WRITE DOMAIN-BLOCK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-LOADED
               END-IF
               READ BLOCK-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           CLOSE BLOCK-FEED.
           CLOSE DOMAIN-BLOCK.
           DISPLAY "Dominios bloqueados cargados: " WS-LOADED.
           DISPLAY "Dominios rechazados: " WS-REJECTED.

           GOBACK.

       CHECK-FEED-QUALITY.
           MOVE 0 TO WS-READ.
           MOVE 0 TO WS-REJECTED.
           OPEN INPUT BLOCK-FEED.
           IF WS-FEED-STATUS = "00"
               READ BLOCK-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FEED-EOF
                   ADD 1 TO WS-READ
                   PERFORM CHECK-FEED-RECORD
                   IF NOT W04-RECORD-VALID
                       ADD 1 TO WS-REJECTED
                   END-IF
                   READ BLOCK-FEED
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FEED
           END-IF.
           CALL "COBOLQGAT" USING W01-GATE-FEED, WS-READ, WS-REJECTED,
               W02-GATE-RESULT, W03-GATE-REASON.

       CHECK-FEED-RECORD.
           MOVE "Y" TO W04-RECORD-OK.
           MOVE 0 TO W05-DOT-COUNT.
           INSPECT BLOCK-FEED-RECORD TALLYING W05-DOT-COUNT
               FOR ALL ".".
           IF BLOCK-FEED-RECORD = SPACES OR W05-DOT-COUNT = 0
               MOVE "N" TO W04-RECORD-OK
           END-IF.
