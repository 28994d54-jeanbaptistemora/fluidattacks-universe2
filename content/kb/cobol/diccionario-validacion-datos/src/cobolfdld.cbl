           02 FD-SENSITIVITY PIC X(01).
               88 FD-SENS-PUBLIC     VALUES "P", " ".
               88 FD-SENS-INTERNAL   VALUE "I".
               88 FD-SENS-RESTRICTED VALUES "R", "T".

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS  PIC X(02) VALUE "00".
           88 WS-FEED-EOF    VALUE "10".
       01 WS-DICT-STATUS  PIC X(02) VALUE "00".
       01 WS-LOADED       PIC 9(05) VALUE 0.
       01 WS-READ         PIC 9(07) VALUE 0.
       01 WS-REJECTED     PIC 9(07) VALUE 0.
       01 W01-GATE-FEED   PIC X(10) VALUE "DICTFEED".
       01 W02-GATE-RESULT  PIC X(01).
           88 W02-GATE-PASSED VALUE "P".
       01 W03-GATE-REASON  PIC X(60).
       01 W04-RECORD-OK   PIC X(01) VALUE "N".
           88 W04-RECORD-VALID VALUE "Y".

      * FIELDDICT is rebuilt from scratch, so the feed is counted and
      * checked against the COBOLQGAT thresholds before the file is
      * emptied; a feed that fails leaves every validator on the
      * current definitions and the step ends 08.  A line without a
      * field name, with non-numeric lengths or bounds, or with a
      * minimum over its maximum is rejected, in the count and the
      * load.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-FEED-QUALITY.
           IF NOT W02-GATE-PASSED
               DISPLAY "Carga retenida, FIELDDICT sin cambios: "
                   W03-GATE-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DICT-FEED.
           OPEN OUTPUT FIELD-DICT.
           CLOSE FIELD-DICT.
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-FEED-EOF
               PERFORM CHECK-FEED-RECORD
               IF W04-RECORD-VALID
                   MOVE DF-FIELDNAME TO FD-FIELDNAME
                   MOVE DF-MAXLEN    TO FD-MAXLEN
                   MOVE DF-CHARSET   TO FD-CHARSET
                   MOVE DF-XSSMODE   TO FD-XSSMODE
                   MOVE DF-MINLEN    TO FD-MINLEN
                   MOVE DF-PATTERN   TO FD-PATTERN
                   MOVE DF-NUM-LOW   TO FD-NUM-LOW
                   MOVE DF-NUM-HIGH  TO FD-NUM-HIGH
                   MOVE DF-SENSITIVITY TO FD-SENSITIVITY
                   WRITE FIELD-DICT-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-LOADED
               END-IF
               READ DICT-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           CLOSE DICT-FEED.
           CLOSE FIELD-DICT.
           DISPLAY "Definiciones cargadas: " WS-LOADED.
           DISPLAY "Definiciones rechazadas: " WS-REJECTED.

           GOBACK.

       CHECK-FEED-QUALITY.
           MOVE 0 TO WS-READ.
           MOVE 0 TO WS-REJECTED.
           OPEN INPUT DICT-FEED.
           IF WS-FEED-STATUS = "00"
               READ DICT-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FEED-EOF
                   ADD 1 TO WS-READ
                   PERFORM CHECK-FEED-RECORD
                   IF NOT W04-RECORD-VALID
                       ADD 1 TO WS-REJECTED
                   END-IF
                   READ DICT-FEED
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DICT-FEED
           END-IF.
           CALL "COBOLQGAT" USING W01-GATE-FEED, WS-READ, WS-REJECTED,
               W02-GATE-RESULT, W03-GATE-REASON.

       CHECK-FEED-RECORD.
           MOVE "Y" TO W04-RECORD-OK.
           IF DF-FIELDNAME = SPACES
               OR DF-MAXLEN NOT NUMERIC OR DF-MINLEN NOT NUMERIC
               OR DF-NUM-LOW NOT NUMERIC OR DF-NUM-HIGH NOT NUMERIC
               MOVE "N" TO W04-RECORD-OK
           ELSE
               IF DF-MINLEN > DF-MAXLEN
                   MOVE "N" TO W04-RECORD-OK
               END-IF
           END-IF.
