       01 W03-TRLV-RESULT PIC X(01).
           88 W03-FEED-VERIFIED VALUE "Y".
       01 W04-TRLV-COUNT  PIC 9(07) VALUE 0.
       01 W05-READ        PIC 9(07) VALUE 0.
       01 W06-REJECTED    PIC 9(07) VALUE 0.
       01 W07-GATE-FEED   PIC X(10) VALUE "BREACHFEED".
       01 W08-GATE-RESULT PIC X(01).
           88 W08-GATE-PASSED VALUE "P".
       01 W09-GATE-REASON PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-FEED-EOF
               ADD 1 TO W05-READ
               IF BREACH-FEED-RECORD = SPACES
                   ADD 1 TO W06-REJECTED
               ELSE
                   MOVE FUNCTION UPPER-CASE(BREACH-FEED-RECORD)
                       TO WS-PASSWORD
                   WRITE PASSWORD-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-LOADED
               END-IF
               READ BREACH-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           CLOSE BREACH-FEED.
           CLOSE COMMON-PASS.

      * The new generation only goes live when the load passes the
      * COBOLQGAT thresholds; otherwise it stays built but unused and
      * the step ends 08 so nothing downstream runs on it.
           CALL "COBOLQGAT" USING W07-GATE-FEED, W05-READ, W06-REJECTED,
               W08-GATE-RESULT, W09-GATE-REASON.
           IF W08-GATE-PASSED
               PERFORM SWITCH-ACTIVE-POINTER
               DISPLAY "Generacion activa ahora: " WS-TARGET-GEN
           ELSE
               DISPLAY "Carga retenida, generacion activa sin cambio: "
                   W09-GATE-REASON
               MOVE 8 TO WS-RSTM-RC
           END-IF.
           MOVE "C" TO WS-RSTM-FN.
           CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CARGADAS" TO WS-RSW-CTR-NAME(1).
           MOVE WS-LOADED TO WS-RSW-CTR-VALUE(1).
           MOVE "RECHAZADAS" TO WS-RSW-CTR-NAME(2).
           MOVE W06-REJECTED TO WS-RSW-CTR-VALUE(2).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
