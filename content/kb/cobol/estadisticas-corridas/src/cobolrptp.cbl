       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRPTP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPO ASSIGN TO "RPTREPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-KEY
           FILE STATUS IS WS-REPO-STATUS.

           SELECT REPORT-LINES ASSIGN TO "RPTLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-LINES-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REPORT-REPO.
       01 REPORT-REPO-RECORD.
           05 RR-KEY.
               10 RR-REPORT     PIC X(10).
               10 RR-RUN-TS     PIC X(14).
               10 RR-SEQ        PIC 9(02).
           05 RR-TITLE          PIC X(60).
           05 RR-CORRID         PIC X(12).
           05 RR-ENV            PIC X(04).
           05 RR-SOURCE         PIC X(01).
           05 RR-STATUS         PIC X(01).
           05 RR-PAGES          PIC 9(04).
           05 RR-RECORDS        PIC 9(07).
           05 RR-LINES          PIC 9(07).
           05 RR-RETEN-CLASS    PIC X(01).
           05 RR-KEEP-UNTIL     PIC X(08).
           05 RR-NOTICES        PIC 9(03).
           05 RR-END-TS         PIC X(14).

       FD REPORT-LINES.
       01 REPORT-LINES-RECORD.
           05 RL-KEY.
               10 RL-REPORT     PIC X(10).
               10 RL-RUN-TS     PIC X(14).
               10 RL-SEQ        PIC 9(02).
               10 RL-LINE-NO    PIC 9(07).
           05 RL-PAGE           PIC 9(04).
           05 RL-TEXT           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REPO-STATUS  PIC X(02) VALUE "00".
           88 WS-REPO-EOF VALUE "10".
       01 WS-LINES-STATUS PIC X(02) VALUE "00".
           88 WS-LINES-EOF VALUE "10" "23".
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLRPTP".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-TODAY       PIC X(08) VALUE SPACES.
       01 W02-PURGED      PIC 9(07) VALUE 0.
       01 W03-HELD        PIC 9(07) VALUE 0.
       01 W04-LINES-GONE  PIC 9(07) VALUE 0.
       01 W05-KEY-SAVE.
           05 W05-REPORT  PIC X(10).
           05 W05-RUN-TS  PIC X(14).
           05 W05-SEQ     PIC 9(02).
       01 W06-HOLD-FILE   PIC X(10) VALUE "RPTREPO".
       01 W07-HOLD-TYPE   PIC X(01) VALUE "F".
       01 W08-HOLD-SUBJ   PIC X(256) VALUE SPACES.
       01 W09-HOLD-DATE   PIC X(08) VALUE SPACES.
       01 W10-HOLD-RESULT PIC X(01).
           88 W10-IS-HELD VALUE "H".
       01 W11-HOLD-CASE   PIC X(12) VALUE SPACES.
       01 W12-ENTRY-LINES PIC 9(07) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "RPTPRGRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "DEPURACION DEL REPOSITORIO DE INFORMES".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Repository purge.  Each catalogued run carries the date its
      * retention class allows it to go (RR-KEEP-UNTIL); runs past
      * that date are deleted with all their lines.  A legal hold on
      * RPTREPO covering the run date keeps the run, and it is listed
      * with the case that holds it.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW(1:8) TO W01-TODAY.

           OPEN I-O REPORT-REPO.
           IF WS-REPO-STATUS = "35"
               DISPLAY "RPTREPO no existe; nada que depurar"
               GOBACK
           END-IF.
           IF WS-REPO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RPTREPO: " WS-REPO-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O REPORT-LINES.
           IF WS-LINES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RPTLINES: " WS-LINES-STATUS
               CLOSE REPORT-REPO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           READ REPORT-REPO NEXT RECORD
               AT END SET WS-REPO-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-REPO-EOF
               IF RR-KEEP-UNTIL NOT = SPACES
                   AND RR-KEEP-UNTIL < W01-TODAY
                   PERFORM PURGE-ONE-RUN THRU PURGE-ONE-RUN-EXIT
               END-IF
               READ REPORT-REPO NEXT RECORD
                   AT END SET WS-REPO-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE REPORT-LINES.
           CLOSE REPORT-REPO.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "CORRIDAS DEPURADAS " W02-PURGED
               "  LINEAS " W04-LINES-GONE
               "  RETENIDAS POR CASO LEGAL " W03-HELD
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "DEPURADAS" TO WS-RSW-CTR-NAME(1).
           MOVE W02-PURGED TO WS-RSW-CTR-VALUE(1).
           MOVE "RETENIDAS" TO WS-RSW-CTR-NAME(2).
           MOVE W03-HELD TO WS-RSW-CTR-VALUE(2).
           MOVE "LINEAS" TO WS-RSW-CTR-NAME(3).
           MOVE W04-LINES-GONE TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Corridas depuradas: " W02-PURGED.
           DISPLAY "Retenidas por caso legal: " W03-HELD.

           GOBACK.

       PURGE-ONE-RUN.
           MOVE RR-KEY TO W05-KEY-SAVE.
           MOVE RR-RUN-TS(1:8) TO W09-HOLD-DATE.
           CALL "COBOLLHCK" USING W06-HOLD-FILE, W07-HOLD-TYPE,
               W08-HOLD-SUBJ, W09-HOLD-DATE, W10-HOLD-RESULT,
               W11-HOLD-CASE.
           IF W10-IS-HELD
               ADD 1 TO W03-HELD
               MOVE SPACES TO W63-RPT-LINE
               STRING "RETENIDA " RR-REPORT " " RR-RUN-TS " " RR-SEQ
                   "  VENCIO " RR-KEEP-UNTIL "  CASO " W11-HOLD-CASE
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               MOVE "D" TO W60-RPT-FN
               CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                   W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
               GO TO PURGE-ONE-RUN-EXIT
           END-IF.

           MOVE 0 TO W12-ENTRY-LINES.
           MOVE W05-REPORT TO RL-REPORT.
           MOVE W05-RUN-TS TO RL-RUN-TS.
           MOVE W05-SEQ    TO RL-SEQ.
           MOVE 0 TO RL-LINE-NO.
           MOVE "00" TO WS-LINES-STATUS.
           START REPORT-LINES KEY IS NOT LESS THAN RL-KEY
               INVALID KEY SET WS-LINES-EOF TO TRUE
           END-START.
           IF NOT WS-LINES-EOF
               READ REPORT-LINES NEXT RECORD
                   AT END SET WS-LINES-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-LINES-EOF
               IF RL-REPORT NOT = W05-REPORT
                   OR RL-RUN-TS NOT = W05-RUN-TS
                   OR RL-SEQ NOT = W05-SEQ
                   SET WS-LINES-EOF TO TRUE
               ELSE
                   DELETE REPORT-LINES RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO W12-ENTRY-LINES
                   READ REPORT-LINES NEXT RECORD
                       AT END SET WS-LINES-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "DEPURADA " W05-REPORT " " W05-RUN-TS " " W05-SEQ
               "  CLASE " RR-RETEN-CLASS "  VENCIO " RR-KEEP-UNTIL
               "  LINEAS " W12-ENTRY-LINES
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           DELETE REPORT-REPO RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar " W05-REPORT " "
                       W05-RUN-TS
                   GO TO PURGE-ONE-RUN-EXIT
           END-DELETE.
           ADD 1 TO W02-PURGED.
           ADD W12-ENTRY-LINES TO W04-LINES-GONE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
       PURGE-ONE-RUN-EXIT.
           EXIT.
