       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLEMPMG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-CONTROL ASSIGN TO "EMPARTCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PC-PART
           FILE STATUS IS WS-PC-STATUS.

           SELECT PART-GOOD ASSIGN TO DYNAMIC WS-PG-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PG-STATUS.

           SELECT PART-BAD ASSIGN TO DYNAMIC WS-PB-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PB-STATUS.

           SELECT GOOD-EMAILS ASSIGN TO "GOODEMAILS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GOOD-STATUS.

           SELECT BAD-EMAILS ASSIGN TO "BADEMAILS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BAD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PART-CONTROL.
       01 PART-CONTROL-RECORD.
           05 PC-PART         PIC 9(02).
           05 PC-SPLIT-CORRID PIC X(12).
           05 PC-LOW-CUST     PIC 9(10).
           05 PC-HIGH-CUST    PIC 9(10).
           05 PC-ASSIGNED     PIC 9(09).
           05 PC-STATUS       PIC X(01).
               88 PC-IS-READY    VALUE "S".
               88 PC-IS-RUNNING  VALUE "P".
               88 PC-IS-COMPLETE VALUE "C".
           05 PC-RUN-CORRID   PIC X(12).
           05 PC-START-TS     PIC X(14).
           05 PC-END-TS       PIC X(14).
           05 PC-COUNTS.
               10 PC-GOOD     PIC 9(07).
               10 PC-BAD      PIC 9(07).
               10 PC-DISP     PIC 9(07).
               10 PC-SUPP     PIC 9(07).
               10 PC-NOMAIL   PIC 9(07).

       FD PART-GOOD.
       01 PART-GOOD-RECORD PIC X(256).

       FD PART-BAD.
       01 PART-BAD-RECORD PIC X(256).

       FD GOOD-EMAILS.
       01 GOOD-EMAIL-RECORD PIC X(256).

       FD BAD-EMAILS.
       01 BAD-EMAIL-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-PC-STATUS       PIC X(02) VALUE "00".
           88 WS-PC-EOF VALUE "10".
       01 WS-PG-STATUS       PIC X(02) VALUE "00".
           88 WS-PG-EOF VALUE "10".
       01 WS-PB-STATUS       PIC X(02) VALUE "00".
           88 WS-PB-EOF VALUE "10".
       01 WS-GOOD-STATUS     PIC X(02) VALUE "00".
       01 WS-BAD-STATUS      PIC X(02) VALUE "00".
       01 WS-PG-DSN          PIC X(10) VALUE SPACES.
       01 WS-PB-DSN          PIC X(10) VALUE SPACES.
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLEMBAT".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-PART-COUNT     PIC 9(02) VALUE 0.
       01 W02-PART-TABLE.
           05 W02-PART OCCURS 20 TIMES.
               10 W02-PART-NO   PIC 9(02).
               10 W02-STATUS    PIC X(01).
               10 W02-ASSIGNED  PIC 9(09).
               10 W02-GOOD      PIC 9(07).
               10 W02-BAD-ALL   PIC 9(07).
               10 W02-BAD       PIC 9(07).
               10 W02-SUPP      PIC 9(07).
               10 W02-RUN-CORRID PIC X(12).
       01 W03-IDX            PIC 9(02) VALUE 0.
       01 W04-INPUT-TOTAL    PIC 9(09) VALUE 0.
       01 W05-HAVE-TOTAL     PIC X(01) VALUE "N".
           88 W05-TOTAL-FOUND VALUE "Y".
       01 W06-INCOMPLETE     PIC 9(02) VALUE 0.
       01 W07-MISMATCHES     PIC 9(02) VALUE 0.
       01 W08-GOOD-LINES     PIC 9(09) VALUE 0.
       01 W09-BAD-LINES      PIC 9(09) VALUE 0.
       01 W10-SUM-ASSIGNED   PIC 9(09) VALUE 0.
       01 W11-SUM-GOOD       PIC 9(09) VALUE 0.
       01 W12-SUM-BAD        PIC 9(09) VALUE 0.
       01 W13-SUM-INVALID    PIC 9(09) VALUE 0.
       01 W14-SUM-SUPP       PIC 9(09) VALUE 0.
       01 W15-VERDICT        PIC X(12) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "EMPMGRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "UNION Y CUADRE DE PARTICIONES DE COBOLEMBAT".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Last step of the partitioned COBOLEMBAT run.  Nothing is merged
      * until every partition COBOLEMPSP set up in EMPARTCTL has
      * finished; a partition still running or failed is named and the
      * step ends 08, to be run again once that partition has been
      * restarted.  Each partition's GOODEMLnn and BADEMLnn are then
      * appended, in partition order, to GOODEMAILS and BADEMAILS, and
      * the lines are reconciled three ways: against what the
      * partition itself reported, against what the split sent it,
      * and in total against the CUSTOMEREMAIL input count.  The
      * merged totals go to RUNSTATS under COBOLEMBAT, as a single run
      * would have written them.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           PERFORM LOAD-PARTITION-CONTROL
               THRU LOAD-PARTITION-CONTROL-EXIT.
           IF NOT W05-TOTAL-FOUND OR W01-PART-COUNT = 0
               MOVE SPACES TO W63-RPT-LINE
               STRING "EMPARTCTL SIN PARTICIONES; EJECUTAR COBOLEMPSP"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CLOSE-REPORT
               DISPLAY "EMPARTCTL sin particiones"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING W03-IDX FROM 1 BY 1
                   UNTIL W03-IDX > W01-PART-COUNT
               IF W02-STATUS(W03-IDX) NOT = "C"
                   PERFORM REPORT-INCOMPLETE
               END-IF
           END-PERFORM.
           IF W06-INCOMPLETE > 0
               MOVE SPACES TO W63-RPT-LINE
               STRING "UNION NO REALIZADA, PARTICIONES PENDIENTES: "
                   W06-INCOMPLETE
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CLOSE-REPORT
               DISPLAY "Particiones sin terminar: " W06-INCOMPLETE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GOOD-EMAILS.
           OPEN OUTPUT BAD-EMAILS.
           PERFORM VARYING W03-IDX FROM 1 BY 1
                   UNTIL W03-IDX > W01-PART-COUNT
               PERFORM MERGE-ONE-PARTITION
           END-PERFORM.
           CLOSE GOOD-EMAILS.
           CLOSE BAD-EMAILS.

           IF W10-SUM-ASSIGNED NOT = W04-INPUT-TOTAL
               OR W11-SUM-GOOD + W12-SUM-BAD NOT = W04-INPUT-TOTAL
               ADD 1 TO W07-MISMATCHES
               MOVE "DESCUADRE" TO W15-VERDICT
           ELSE
               MOVE "CUADRA" TO W15-VERDICT
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "TOTAL ENTRADA " W04-INPUT-TOTAL
               " REPARTIDO " W10-SUM-ASSIGNED
               " VALIDOS " W11-SUM-GOOD " RECHAZADOS " W12-SUM-BAD
               " " W15-VERDICT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CLOSE-REPORT.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "VALIDOS" TO WS-RSW-CTR-NAME(1).
           MOVE W11-SUM-GOOD TO WS-RSW-CTR-VALUE(1).
           MOVE "INVALIDOS" TO WS-RSW-CTR-NAME(2).
           MOVE W13-SUM-INVALID TO WS-RSW-CTR-VALUE(2).
           MOVE "SUPRIMIDOS" TO WS-RSW-CTR-NAME(3).
           MOVE W14-SUM-SUPP TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Correos de entrada: " W04-INPUT-TOTAL.
           DISPLAY "Correos validos: " W11-SUM-GOOD.
           DISPLAY "Correos rechazados: " W12-SUM-BAD.
           DISPLAY "Particiones descuadradas: " W07-MISMATCHES.

           IF W07-MISMATCHES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W13-SUM-INVALID > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-PARTITION-CONTROL.
           MOVE 0 TO W01-PART-COUNT.
           OPEN INPUT PART-CONTROL.
           IF WS-PC-STATUS NOT = "00"
               GO TO LOAD-PARTITION-CONTROL-EXIT
           END-IF.
           READ PART-CONTROL NEXT RECORD
               AT END SET WS-PC-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-PC-EOF
               IF PC-PART = 0
                   MOVE PC-ASSIGNED TO W04-INPUT-TOTAL
                   MOVE "Y" TO W05-HAVE-TOTAL
               ELSE
                   IF W01-PART-COUNT < 20
                       ADD 1 TO W01-PART-COUNT
                       MOVE PC-PART TO W02-PART-NO(W01-PART-COUNT)
                       MOVE PC-STATUS TO W02-STATUS(W01-PART-COUNT)
                       MOVE PC-ASSIGNED
                           TO W02-ASSIGNED(W01-PART-COUNT)
                       MOVE PC-GOOD TO W02-GOOD(W01-PART-COUNT)
                       MOVE PC-BAD TO W02-BAD(W01-PART-COUNT)
                       MOVE PC-SUPP TO W02-SUPP(W01-PART-COUNT)
                       COMPUTE W02-BAD-ALL(W01-PART-COUNT) =
                           PC-BAD + PC-DISP + PC-SUPP + PC-NOMAIL
                       MOVE PC-RUN-CORRID
                           TO W02-RUN-CORRID(W01-PART-COUNT)
                   END-IF
               END-IF
               READ PART-CONTROL NEXT RECORD
                   AT END SET WS-PC-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PART-CONTROL.
       LOAD-PARTITION-CONTROL-EXIT.
           EXIT.

       REPORT-INCOMPLETE.
           ADD 1 TO W06-INCOMPLETE.
           MOVE SPACES TO W63-RPT-LINE.
           EVALUATE W02-STATUS(W03-IDX)
               WHEN "P"
                   STRING "PARTICION " W02-PART-NO(W03-IDX)
                       " EN CURSO O FALLIDA, CORRIDA "
                       W02-RUN-CORRID(W03-IDX)
                       "; REINICIAR SOLO ESTA PARTICION"
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
               WHEN OTHER
                   STRING "PARTICION " W02-PART-NO(W03-IDX)
                       " NO EJECUTADA"
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "Particion sin terminar: " W02-PART-NO(W03-IDX).

       MERGE-ONE-PARTITION.
           MOVE 0 TO W08-GOOD-LINES.
           MOVE 0 TO W09-BAD-LINES.
           MOVE SPACES TO WS-PG-DSN.
           STRING "GOODEML" W02-PART-NO(W03-IDX)
               DELIMITED BY SIZE
               INTO WS-PG-DSN.
           MOVE SPACES TO WS-PB-DSN.
           STRING "BADEML" W02-PART-NO(W03-IDX)
               DELIMITED BY SIZE
               INTO WS-PB-DSN.

           MOVE "00" TO WS-PG-STATUS.
           OPEN INPUT PART-GOOD.
           IF WS-PG-STATUS = "00"
               READ PART-GOOD
                   AT END SET WS-PG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PG-EOF
                   MOVE PART-GOOD-RECORD TO GOOD-EMAIL-RECORD
                   WRITE GOOD-EMAIL-RECORD
                   ADD 1 TO W08-GOOD-LINES
                   READ PART-GOOD
                       AT END SET WS-PG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PART-GOOD
           END-IF.

           MOVE "00" TO WS-PB-STATUS.
           OPEN INPUT PART-BAD.
           IF WS-PB-STATUS = "00"
               READ PART-BAD
                   AT END SET WS-PB-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PB-EOF
                   MOVE PART-BAD-RECORD TO BAD-EMAIL-RECORD
                   WRITE BAD-EMAIL-RECORD
                   ADD 1 TO W09-BAD-LINES
                   READ PART-BAD
                       AT END SET WS-PB-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PART-BAD
           END-IF.

           ADD W02-ASSIGNED(W03-IDX) TO W10-SUM-ASSIGNED.
           ADD W08-GOOD-LINES TO W11-SUM-GOOD.
           ADD W09-BAD-LINES TO W12-SUM-BAD.
           ADD W02-BAD(W03-IDX) TO W13-SUM-INVALID.
           ADD W02-SUPP(W03-IDX) TO W14-SUM-SUPP.
           IF W08-GOOD-LINES NOT = W02-GOOD(W03-IDX)
               OR W09-BAD-LINES NOT = W02-BAD-ALL(W03-IDX)
               OR W08-GOOD-LINES + W09-BAD-LINES
                   NOT = W02-ASSIGNED(W03-IDX)
               ADD 1 TO W07-MISMATCHES
               MOVE "DESCUADRE" TO W15-VERDICT
           ELSE
               MOVE "CUADRA" TO W15-VERDICT
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PARTICION " W02-PART-NO(W03-IDX)
               " REPARTIDO " W02-ASSIGNED(W03-IDX)
               " VALIDOS " W08-GOOD-LINES "/" W02-GOOD(W03-IDX)
               " RECHAZADOS " W09-BAD-LINES "/" W02-BAD-ALL(W03-IDX)
               " " W15-VERDICT " " W02-RUN-CORRID(W03-IDX)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       CLOSE-REPORT.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
