           88 WS-FEED-EOF    VALUE "10".
       01 WS-CAT-STATUS  PIC X(02) VALUE "00".
       01 WS-LOADED      PIC 9(05) VALUE 0.
       01 WS-READ        PIC 9(07) VALUE 0.
       01 WS-REJECTED    PIC 9(07) VALUE 0.
       01 W01-GATE-FEED  PIC X(10) VALUE "MSGCATFEED".
       01 W02-GATE-RESULT  PIC X(01).
           88 W02-GATE-PASSED VALUE "P".
       01 W03-GATE-REASON  PIC X(60).
       01 W04-RECORD-OK  PIC X(01) VALUE "N".
           88 W04-RECORD-VALID VALUE "Y".

      * MSGCAT is rebuilt from scratch, so the feed is counted and
      * checked against the COBOLQGAT thresholds before the catalog
      * is emptied; a feed that fails leaves the current messages in
      * place and the step ends 08.  Lines without a message id, a
      * language or a text are rejected, in the count and the load.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-FEED-QUALITY.
           IF NOT W02-GATE-PASSED
               DISPLAY "Carga retenida, MSGCAT sin cambios: "
                   W03-GATE-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MSGCAT-FEED.
           OPEN OUTPUT MSG-CATALOG.
           CLOSE MSG-CATALOG.
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-FEED-EOF
               PERFORM CHECK-FEED-RECORD
               IF W04-RECORD-VALID
                   MOVE MF-MSG-ID TO MC-MSG-ID
                   MOVE MF-LANG   TO MC-LANG
                   MOVE MF-TEXT   TO MC-TEXT
                   WRITE MSG-CATALOG-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-LOADED
               END-IF
               READ MSGCAT-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           CLOSE MSGCAT-FEED.
           CLOSE MSG-CATALOG.
           DISPLAY "Mensajes cargados: " WS-LOADED.
           DISPLAY "Mensajes rechazados: " WS-REJECTED.

           GOBACK.

       CHECK-FEED-QUALITY.
           MOVE 0 TO WS-READ.
           MOVE 0 TO WS-REJECTED.
           OPEN INPUT MSGCAT-FEED.
           IF WS-FEED-STATUS = "00"
               READ MSGCAT-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FEED-EOF
                   ADD 1 TO WS-READ
                   PERFORM CHECK-FEED-RECORD
                   IF NOT W04-RECORD-VALID
                       ADD 1 TO WS-REJECTED
                   END-IF
                   READ MSGCAT-FEED
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MSGCAT-FEED
           END-IF.
           CALL "COBOLQGAT" USING W01-GATE-FEED, WS-READ, WS-REJECTED,
               W02-GATE-RESULT, W03-GATE-REASON.

       CHECK-FEED-RECORD.
           MOVE "Y" TO W04-RECORD-OK.
           IF MF-MSG-ID = SPACES OR MF-LANG = SPACES
               OR MF-TEXT = SPACES
               MOVE "N" TO W04-RECORD-OK
           END-IF.
