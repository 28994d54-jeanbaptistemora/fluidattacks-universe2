       01 W25-TRLV-RESULT    PIC X(01).
           88 W25-FEED-VERIFIED VALUE "Y".
       01 W26-TRLV-COUNT     PIC 9(07) VALUE 0.
       01 W27-READ           PIC 9(07) VALUE 0.
       01 W28-GATE-REJECTS   PIC 9(07) VALUE 0.
       01 W29-GATE-FEED      PIC X(10) VALUE "PHONEFEED".
       01 W30-GATE-RESULT    PIC X(01).
           88 W30-GATE-PASSED VALUE "P".
       01 W31-GATE-REASON    PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
               GOBACK
           END-IF.

      * The directory is updated in place, so the whole feed is
      * validated first and measured against the COBOLQGAT
      * thresholds; a feed that fails touches no entry and the step
      * ends 08.
           PERFORM CHECK-FEED-QUALITY.
           IF NOT W30-GATE-PASSED
               DISPLAY "Carga retenida, PHONEDIR sin cambios: "
                   W31-GATE-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PHONE-FEED.
           OPEN I-O PHONE-DIRECTORY.
           OPEN OUTPUT ERROR-REPORT.

           GOBACK.

       CHECK-FEED-QUALITY.
           MOVE 0 TO W27-READ.
           MOVE 0 TO W28-GATE-REJECTS.
           OPEN INPUT PHONE-FEED.
           IF WS-FEED-STATUS = "00"
               READ PHONE-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FEED-EOF
                   ADD 1 TO W27-READ
                   PERFORM VALIDATE-FEED-PHONE
                   IF W08-PHONE-VALID
                       PERFORM VALIDATE-FEED-ORG
                           THRU VALIDATE-FEED-ORG-EXIT
                   END-IF
                   IF NOT W08-PHONE-VALID OR NOT W12-ORG-VALID
                       ADD 1 TO W28-GATE-REJECTS
                   END-IF
                   READ PHONE-FEED
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PHONE-FEED
           END-IF.
           CALL "COBOLQGAT" USING W29-GATE-FEED, W27-READ,
               W28-GATE-REJECTS, W30-GATE-RESULT, W31-GATE-REASON.

       LOAD-ONE-ENTRY.
           PERFORM VALIDATE-FEED-PHONE.
           IF W08-PHONE-VALID
