       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLFLTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATENESS-PARAM ASSIGN TO "FLTRPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT FEED-ARRIVALS ASSIGN TO "FEEDARRV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FA-KEY
           FILE STATUS IS WS-FA-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.

       FILE SECTION.
       FD LATENESS-PARAM.
       01 LATENESS-PARAM-RECORD.
           02 LP-MONTH PIC X(06).

       FD FEED-ARRIVALS.
       01 FEED-ARRIVAL-RECORD.
           05 FA-KEY.
               10 FA-DATE PIC X(08).
               10 FA-STEP PIC 9(03).
           05 FA-FEED-DSN     PIC X(10).
           05 FA-PARTNER      PIC X(20).
           05 FA-EXPECTED-TS  PIC X(14).
           05 FA-CUTOFF-TS    PIC X(14).
           05 FA-ARRIVED-TS   PIC X(14).
           05 FA-RESULT       PIC X(01).
               88 FA-ON-TIME  VALUE "Y".
               88 FA-LATE     VALUE "L".
               88 FA-MISSED   VALUE "M".
               88 FA-REJECTED VALUE "R".
           05 FA-MINUTES-LATE PIC 9(05).
           05 FA-TRLV-RESULT  PIC X(01).
           05 FA-CORRID       PIC X(12).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SW-PARTNER      PIC X(20).
           05 SW-FEED-DSN     PIC X(10).
           05 SW-DATE         PIC X(08).
           05 SW-EXPECTED-TS  PIC X(14).
           05 SW-ARRIVED-TS   PIC X(14).
           05 SW-RESULT       PIC X(01).
           05 SW-MINUTES-LATE PIC 9(05).
           05 SW-TRLV-RESULT  PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
       01 WS-FA-STATUS    PIC X(02) VALUE "00".
           88 WS-FA-EOF VALUE "10".
       01 WS-SORT-EOF-SW  PIC X(01) VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLFLTR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-MONTH       PIC X(06) VALUE SPACES.
       01 W02-MONTH-NUM REDEFINES W01-MONTH.
           05 W02-YEAR  PIC 9(04).
           05 W02-MM    PIC 9(02).
       01 W03-UNREADABLE  PIC X(01) VALUE "N".
           88 W03-ARRIVALS-UNREADABLE VALUE "Y".
       01 W04-PREV-PARTNER PIC X(20) VALUE SPACES.
       01 W05-PREV-FEED    PIC X(10) VALUE SPACES.
       01 W06-GRP-NIGHTS   PIC 9(05) VALUE 0.
       01 W07-GRP-ON-TIME  PIC 9(05) VALUE 0.
       01 W08-GRP-LATE     PIC 9(05) VALUE 0.
       01 W09-GRP-MISSED   PIC 9(05) VALUE 0.
       01 W10-GRP-REJECTED PIC 9(05) VALUE 0.
       01 W11-GRP-LATE-MIN PIC 9(09) VALUE 0.
       01 W12-GRP-MAX-LATE PIC 9(05) VALUE 0.
       01 W13-AVG-LATE     PIC 9(05) VALUE 0.
       01 W14-NIGHTS       PIC 9(07) VALUE 0.
       01 W15-LATE         PIC 9(07) VALUE 0.
       01 W16-MISSED       PIC 9(07) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "FEEDLATE".
       01 W62-RPT-TITLE   PIC X(60) VALUE SPACES.
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Monthly partner-lateness report over the arrivals COBOLSCHED
      * records in FEEDARRV (FLTRPARM AAAAMM, the previous calendar
      * month when absent).  One group per partner and feed: nights
      * expected, on time, late, missed at the cutoff and refused by
      * COBOLTRLV, with the mean and worst minutes late; every night
      * that was not on time is listed under its group.  Ends 08 when
      * FEEDARRV cannot be read and 04 when any feed was missed or
      * refused during the month.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-P.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           PERFORM LOAD-PARAM.

           STRING "PUNTUALIDAD DE ARCHIVOS DE SOCIOS, MES " W01-MONTH
               DELIMITED BY SIZE
               INTO W62-RPT-TITLE.
           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-PARTNER SW-FEED-DSN SW-DATE
               INPUT PROCEDURE IS COLLECT-ARRIVALS
               OUTPUT PROCEDURE IS PRINT-LATENESS.

           IF W03-ARRIVALS-UNREADABLE
               MOVE "FEEDARRV NO DISPONIBLE EN ESTA CORRIDA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "TOTAL ENTREGAS ESPERADAS " W14-NIGHTS
               " CON RETRASO " W15-LATE
               " NO RECIBIDAS O RECHAZADAS " W16-MISSED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "ENTREGAS" TO WS-RSW-CTR-NAME(1).
           MOVE W14-NIGHTS TO WS-RSW-CTR-VALUE(1).
           MOVE "TARDIAS" TO WS-RSW-CTR-NAME(2).
           MOVE W15-LATE TO WS-RSW-CTR-VALUE(2).
           MOVE "NORECIBIDAS" TO WS-RSW-CTR-NAME(3).
           MOVE W16-MISSED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Entregas del mes " W01-MONTH ": " W14-NIGHTS.
           DISPLAY "Con retraso: " W15-LATE.
           DISPLAY "No recibidas o rechazadas: " W16-MISSED.
           EVALUATE TRUE
               WHEN W03-ARRIVALS-UNREADABLE
                   MOVE 8 TO RETURN-CODE
               WHEN W16-MISSED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       LOAD-PARAM.
           MOVE SPACES TO W01-MONTH.
           OPEN INPUT LATENESS-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ LATENESS-PARAM
                   AT END CONTINUE
                   NOT AT END MOVE LP-MONTH TO W01-MONTH
               END-READ
               CLOSE LATENESS-PARAM
           END-IF.
           IF W01-MONTH NOT NUMERIC
               OR W02-MM < 1 OR W02-MM > 12
               MOVE WS-RSW-NOW(1:6) TO W01-MONTH
               IF W02-MM = 1
                   SUBTRACT 1 FROM W02-YEAR
                   MOVE 12 TO W02-MM
               ELSE
                   SUBTRACT 1 FROM W02-MM
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       COLLECT-ARRIVALS SECTION.
       COLLECT-ARRIVALS-P.
           MOVE "00" TO WS-FA-STATUS.
           OPEN INPUT FEED-ARRIVALS.
           IF WS-FA-STATUS NOT = "00"
               MOVE "Y" TO W03-UNREADABLE
           ELSE
               MOVE W01-MONTH TO FA-DATE
               MOVE 0 TO FA-STEP
               START FEED-ARRIVALS KEY IS NOT LESS THAN FA-KEY
                   INVALID KEY SET WS-FA-EOF TO TRUE
               END-START
               IF NOT WS-FA-EOF
                   READ FEED-ARRIVALS NEXT RECORD
                       AT END SET WS-FA-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-FA-EOF
                       OR FA-DATE(1:6) NOT = W01-MONTH
                   MOVE FA-PARTNER      TO SW-PARTNER
                   MOVE FA-FEED-DSN     TO SW-FEED-DSN
                   MOVE FA-DATE         TO SW-DATE
                   MOVE FA-EXPECTED-TS  TO SW-EXPECTED-TS
                   MOVE FA-ARRIVED-TS   TO SW-ARRIVED-TS
                   MOVE FA-RESULT       TO SW-RESULT
                   MOVE FA-MINUTES-LATE TO SW-MINUTES-LATE
                   MOVE FA-TRLV-RESULT  TO SW-TRLV-RESULT
                   RELEASE SORT-RECORD
                   READ FEED-ARRIVALS NEXT RECORD
                       AT END SET WS-FA-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FEED-ARRIVALS
           END-IF.

       PRINT-LATENESS SECTION.
       PRINT-LATENESS-P.
           MOVE SPACES TO W04-PREV-PARTNER.
           MOVE SPACES TO W05-PREV-FEED.
           RETURN SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               IF SW-PARTNER NOT = W04-PREV-PARTNER
                   OR SW-FEED-DSN NOT = W05-PREV-FEED
                   IF W05-PREV-FEED NOT = SPACES
                       PERFORM PRINT-GROUP-TOTAL
                   END-IF
                   MOVE SW-PARTNER  TO W04-PREV-PARTNER
                   MOVE SW-FEED-DSN TO W05-PREV-FEED
                   MOVE 0 TO W06-GRP-NIGHTS, W07-GRP-ON-TIME,
                             W08-GRP-LATE, W09-GRP-MISSED,
                             W10-GRP-REJECTED, W11-GRP-LATE-MIN,
                             W12-GRP-MAX-LATE
                   MOVE SPACES TO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "SOCIO " SW-PARTNER " ARCHIVO " SW-FEED-DSN
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM TALLY-ARRIVAL
               RETURN SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.
           IF W05-PREV-FEED NOT = SPACES
               PERFORM PRINT-GROUP-TOTAL
           END-IF.

       TALLY-ARRIVAL SECTION.
       TALLY-ARRIVAL-P.
           ADD 1 TO W06-GRP-NIGHTS.
           ADD 1 TO W14-NIGHTS.
           EVALUATE SW-RESULT
               WHEN "Y"
                   ADD 1 TO W07-GRP-ON-TIME
               WHEN "L"
                   ADD 1 TO W08-GRP-LATE
                   ADD 1 TO W15-LATE
                   ADD SW-MINUTES-LATE TO W11-GRP-LATE-MIN
                   IF SW-MINUTES-LATE > W12-GRP-MAX-LATE
                       MOVE SW-MINUTES-LATE TO W12-GRP-MAX-LATE
                   END-IF
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "  " SW-DATE " CON RETRASO, ESPERADO "
                       SW-EXPECTED-TS " RECIBIDO " SW-ARRIVED-TS
                       " MINUTOS " SW-MINUTES-LATE
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN "R"
                   ADD 1 TO W10-GRP-REJECTED
                   ADD 1 TO W16-MISSED
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "  " SW-DATE " RECHAZADO POR COBOLTRLV, "
                       "RESULTADO " SW-TRLV-RESULT
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO W09-GRP-MISSED
                   ADD 1 TO W16-MISSED
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "  " SW-DATE " NO RECIBIDO, ESPERADO "
                       SW-EXPECTED-TS
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       PRINT-GROUP-TOTAL SECTION.
       PRINT-GROUP-TOTAL-P.
           MOVE 0 TO W13-AVG-LATE.
           IF W08-GRP-LATE > 0
               COMPUTE W13-AVG-LATE ROUNDED =
                   W11-GRP-LATE-MIN / W08-GRP-LATE
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  NOCHES " W06-GRP-NIGHTS
               " A TIEMPO " W07-GRP-ON-TIME
               " TARDE " W08-GRP-LATE
               " NO RECIBIDO " W09-GRP-MISSED
               " RECHAZADO " W10-GRP-REJECTED
               " RETRASO MEDIO " W13-AVG-LATE
               " MAXIMO " W12-GRP-MAX-LATE
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
