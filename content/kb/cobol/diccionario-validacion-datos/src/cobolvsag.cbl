       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLVSAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-PARAM ASSIGN TO "VSAGEPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "VALSUSP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SS-KEY
           FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AGING-PARAM.
       01 AGING-PARAM-RECORD.
           05 AP-AGE-DAYS PIC 9(03).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SS-KEY.
               10 SS-FEED       PIC X(10).
               10 SS-RUN-CORRID PIC X(12).
               10 SS-RECNO      PIC 9(07).
           05 SS-LAYOUT-DSN  PIC X(10).
           05 SS-RULES-DSN   PIC X(10).
           05 SS-STATUS      PIC X(01).
               88 SS-IS-OPEN        VALUE "O".
               88 SS-IS-RESUBMITTED VALUE "R".
               88 SS-IS-CLEARED     VALUE "C".
               88 SS-IS-FAILED      VALUE "F".
               88 SS-IS-DISCARDED   VALUE "X".
           05 SS-SUSPENDED-TS PIC X(14).
           05 SS-PRIOR-KEY   PIC X(29).
           05 SS-STEWARD     PIC X(16).
           05 SS-ACTION-TS   PIC X(14).
           05 SS-ERR-COUNT   PIC 9(02).
           05 SS-ERROR OCCURS 70 TIMES.
               10 SS-ERR-TYPE   PIC X(01).
               10 SS-ERR-FIELD  PIC X(20).
               10 SS-ERR-REASON PIC 9(04).
           05 SS-RECORD      PIC X(512).
           05 SS-WORK-RECORD PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS    PIC X(02) VALUE "00".
       01 WS-SUSP-STATUS     PIC X(02) VALUE "00".
           88 WS-SUSP-EOF VALUE "10".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLVSAG".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-AGE-DAYS       PIC 9(03) VALUE 7.
       01 W02-TODAY-NUM      PIC 9(08) VALUE 0.
       01 W03-SUSP-NUM       PIC 9(08) VALUE 0.
       01 W04-DAYS           PIC 9(05) VALUE 0.
       01 W05-PENDING        PIC 9(07) VALUE 0.
       01 W06-AGED           PIC 9(07) VALUE 0.
       01 W07-AWAITING-RUN   PIC 9(07) VALUE 0.
       01 W08-STATE-DESC     PIC X(10) VALUE SPACES.
       01 W09-UNREADABLE     PIC X(01) VALUE "N".
           88 W09-SUSPENSE-UNREADABLE VALUE "Y".
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "VSAGERPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "ANTIGUEDAD DE REGISTROS EN SUSPENSO DE VALIDACION".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Suspense items still outside the clean data - open, or
      * corrected but not yet picked up by a validation run - that
      * have been waiting longer than the VSAGEPARM number of days
      * (7 when the parameter is absent or zero), oldest feed first
      * in key order.  Ends 04 when anything is listed so the
      * schedule shows that stewards are behind.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW(1:8) TO W02-TODAY-NUM.

           OPEN INPUT AGING-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ AGING-PARAM
                   AT END MOVE ZEROS TO AP-AGE-DAYS
               END-READ
               IF AP-AGE-DAYS NUMERIC AND AP-AGE-DAYS > 0
                   MOVE AP-AGE-DAYS TO W01-AGE-DAYS
               END-IF
               CLOSE AGING-PARAM
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PENDIENTES CON MAS DE " W01-AGE-DAYS " DIAS"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               READ SUSPENSE-FILE NEXT RECORD
                   AT END SET WS-SUSP-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SUSP-EOF
                   IF SS-IS-OPEN OR SS-IS-RESUBMITTED
                       PERFORM CHECK-ONE-ITEM
                           THRU CHECK-ONE-ITEM-EXIT
                   END-IF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END SET WS-SUSP-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUSP-STATUS NOT = "35"
                   MOVE "VALSUSP NO DISPONIBLE EN ESTA CORRIDA"
                       TO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "Y" TO W09-UNREADABLE
               END-IF
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "PENDIENTES " W05-PENDING
               " ANTIGUOS " W06-AGED
               " CORREGIDOS SIN PROCESAR " W07-AWAITING-RUN
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "PENDIENTES" TO WS-RSW-CTR-NAME(1).
           MOVE W05-PENDING TO WS-RSW-CTR-VALUE(1).
           MOVE "ANTIGUOS" TO WS-RSW-CTR-NAME(2).
           MOVE W06-AGED TO WS-RSW-CTR-VALUE(2).
           MOVE "CORREGIDOS" TO WS-RSW-CTR-NAME(3).
           MOVE W07-AWAITING-RUN TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Pendientes: " W05-PENDING
               " Antiguos: " W06-AGED.
           EVALUATE TRUE
               WHEN W09-SUSPENSE-UNREADABLE
                   MOVE 8 TO RETURN-CODE
               WHEN W06-AGED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       CHECK-ONE-ITEM.
           ADD 1 TO W05-PENDING.
           IF SS-IS-RESUBMITTED
               ADD 1 TO W07-AWAITING-RUN
               MOVE "CORREGIDO" TO W08-STATE-DESC
           ELSE
               MOVE "ABIERTO" TO W08-STATE-DESC
           END-IF.
           IF SS-SUSPENDED-TS(1:8) NOT NUMERIC
               GO TO CHECK-ONE-ITEM-EXIT
           END-IF.
           MOVE SS-SUSPENDED-TS(1:8) TO W03-SUSP-NUM.
           COMPUTE W04-DAYS =
               FUNCTION INTEGER-OF-DATE(W02-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(W03-SUSP-NUM).
           IF W04-DAYS > W01-AGE-DAYS
               ADD 1 TO W06-AGED
               MOVE SPACES TO W63-RPT-LINE
               STRING SS-FEED " " SS-RUN-CORRID " " SS-RECNO
                   " DESDE " SS-SUSPENDED-TS(1:8)
                   " DIAS " W04-DAYS " " W08-STATE-DESC
                   " ERRORES " SS-ERR-COUNT
                   " PRIMER CAMPO " SS-ERR-FIELD(1)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       CHECK-ONE-ITEM-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
