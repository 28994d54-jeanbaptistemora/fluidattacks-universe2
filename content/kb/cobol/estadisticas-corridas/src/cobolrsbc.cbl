       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRSBC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-PARAM ASSIGN TO "BALRPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT BALANCE-RULES ASSIGN TO "BALRULES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BR-RULE
           FILE STATUS IS WS-BR-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RN-KEY
           FILE STATUS IS WS-STATS-STATUS.

           SELECT JOB-STEP-REGISTRY ASSIGN TO "JOBSTEPREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BALANCE-PARAM.
       01 BALANCE-PARAM-RECORD.
           05 BP-CORRID PIC X(12).

       FD BALANCE-RULES.
       01 BALANCE-RULE-RECORD.
           05 BR-RULE        PIC X(08).
           05 BR-DESC        PIC X(40).
           05 BR-ACTIVE      PIC X(01).
               88 BR-IS-ACTIVE VALUE "Y".
           05 BR-LEFT-TABLE.
               10 BR-LEFT OCCURS 3 TIMES.
                   15 BR-L-SIGN PIC X(01).
                   15 BR-L-JOB  PIC X(10).
                   15 BR-L-CTR  PIC X(12).
           05 BR-RIGHT-TABLE.
               10 BR-RIGHT OCCURS 3 TIMES.
                   15 BR-R-SIGN PIC X(01).
                   15 BR-R-JOB  PIC X(10).
                   15 BR-R-CTR  PIC X(12).
           05 BR-TOL-UNITS   PIC 9(07).
           05 BR-TOL-PCT     PIC 9(03).

       FD RUN-STATS.
       01 RUN-STATS-RECORD.
           05 RN-KEY.
               10 RN-JOBNAME  PIC X(10).
               10 RN-START-TS PIC X(14).
           05 RN-CORRID  PIC X(12).
           05 RN-END-TS  PIC X(14).
           05 RN-COUNTER-TABLE.
               10 RN-COUNTER OCCURS 3 TIMES.
                   15 RN-CTR-NAME  PIC X(12).
                   15 RN-CTR-VALUE PIC 9(07).

       FD JOB-STEP-REGISTRY.
       01 JOB-STEP-RECORD.
           05 RS-KEY.
               10 RS-CORRID PIC X(12).
               10 RS-STEP   PIC 9(03).
           05 RS-PROGRAM  PIC X(10).
           05 RS-START-TS PIC X(14).
           05 RS-END-TS   PIC X(14).
           05 RS-STATUS   PIC X(01).
               88 RS-IN-PROGRESS VALUE "P".
           05 RS-RETCODE  PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
       01 WS-BR-STATUS    PIC X(02) VALUE "00".
           88 WS-BR-EOF VALUE "10".
       01 WS-STATS-STATUS PIC X(02) VALUE "00".
           88 WS-STATS-EOF VALUE "10".
       01 WS-REG-STATUS   PIC X(02) VALUE "00".
           88 WS-REG-EOF VALUE "10".
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLRSBC".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-RUN-CORRID  PIC X(12) VALUE SPACES.
       01 W02-RUN-FROM    PIC X(14) VALUE SPACES.
       01 W03-LATEST-OWN  PIC X(14) VALUE SPACES.
       01 W04-RULES       PIC 9(05) VALUE 0.
       01 W05-BALANCED    PIC 9(05) VALUE 0.
       01 W06-OUT         PIC 9(05) VALUE 0.
       01 W07-NO-DATA     PIC 9(05) VALUE 0.
       01 W08-SUB         PIC 9(01) VALUE 0.
       01 W09-CTR-SUB     PIC 9(01) VALUE 0.
       01 W10-LEFT-SUM    PIC S9(09) VALUE 0.
       01 W11-RIGHT-SUM   PIC S9(09) VALUE 0.
       01 W12-DIFF        PIC S9(09) VALUE 0.
       01 W13-ALLOWED     PIC 9(09) VALUE 0.
       01 W14-RULE-DATA   PIC X(01) VALUE "Y".
           88 W14-DATA-COMPLETE VALUE "Y".
       01 W15-TERM-JOB    PIC X(10) VALUE SPACES.
       01 W16-TERM-CTR    PIC X(12) VALUE SPACES.
       01 W17-TERM-SIGN   PIC X(01) VALUE SPACE.
       01 W18-TERM-VALUE  PIC 9(07) VALUE 0.
       01 W19-TERM-FOUND  PIC X(01) VALUE "N".
           88 W19-VALUE-FOUND VALUE "Y".
       01 W20-SIDE-TEXT   PIC X(09) VALUE SPACES.
       01 W21-SUM-DISP    PIC -(09)9.
       01 W22-SUM2-DISP   PIC -(09)9.
       01 W23-DIFF-DISP   PIC -(09)9.
       01 W24-VERDICT     PIC X(12) VALUE SPACES.
       01 W25-TERM-TEXT   PIC X(12) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "BALRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "CUADRE DE CONTADORES ENTRE PASOS".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Balancing step over RUNSTATS.  Runs as a plan step after the
      * steps whose counters it checks; the scheduler run it belongs
      * to is the one that has this program in progress in JOBSTEPREG
      * (BALRPARM may name another run's correlation ID instead).
      * Every counter a rule names is taken from the latest RUNSTATS
      * record of that job started since the run began, so rules can
      * tie counters of one job together or across jobs of the same
      * night.  An active rule whose sides differ by more than its
      * tolerance is reported with every figure involved and ends the
      * step 08, which holds back the steps that depend on it; a rule
      * whose job did not run or lacks the counter is listed and
      * ends it 04.  Without a run to anchor on, the window is today.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           PERFORM FIND-SCHEDULER-RUN THRU FIND-SCHEDULER-RUN-EXIT.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           IF W01-RUN-CORRID = SPACES
               STRING "SIN CORRIDA DEL PLANIFICADOR, CONTADORES DESDE "
                   W02-RUN-FROM
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
           ELSE
               STRING "CORRIDA DEL PLANIFICADOR " W01-RUN-CORRID
                   " INICIADA " W02-RUN-FROM
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT BALANCE-RULES.
           IF WS-BR-STATUS NOT = "00"
               MOVE SPACES TO W63-RPT-LINE
               STRING "BALRULES NO DISPONIBLE: " WS-BR-STATUS
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CLOSE-REPORT
               DISPLAY "No se pudo abrir BALRULES: " WS-BR-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RUN-STATS.

           READ BALANCE-RULES NEXT RECORD
               AT END SET WS-BR-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-BR-EOF
               IF BR-IS-ACTIVE
                   PERFORM EVALUATE-ONE-RULE
               END-IF
               READ BALANCE-RULES NEXT RECORD
                   AT END SET WS-BR-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE BALANCE-RULES.
           CLOSE RUN-STATS.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "REGLAS EVALUADAS " W04-RULES
               " CUADRAN " W05-BALANCED
               " DESCUADRADAS " W06-OUT
               " SIN DATOS " W07-NO-DATA
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           PERFORM CLOSE-REPORT.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REGLAS" TO WS-RSW-CTR-NAME(1).
           MOVE W04-RULES TO WS-RSW-CTR-VALUE(1).
           MOVE "DESCUADRES" TO WS-RSW-CTR-NAME(2).
           MOVE W06-OUT TO WS-RSW-CTR-VALUE(2).
           MOVE "SINDATOS" TO WS-RSW-CTR-NAME(3).
           MOVE W07-NO-DATA TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Reglas evaluadas: " W04-RULES.
           DISPLAY "Reglas descuadradas: " W06-OUT.
           DISPLAY "Reglas sin datos: " W07-NO-DATA.
           EVALUATE TRUE
               WHEN W06-OUT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN W07-NO-DATA > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      * The run is the latest one with this program in progress, or
      * the one BALRPARM names; its window opens with its first step.
       FIND-SCHEDULER-RUN.
           MOVE SPACES TO W01-RUN-CORRID.
           OPEN INPUT BALANCE-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ BALANCE-PARAM
                   AT END CONTINUE
                   NOT AT END MOVE BP-CORRID TO W01-RUN-CORRID
               END-READ
               CLOSE BALANCE-PARAM
           END-IF.
           MOVE WS-RSW-NOW(1:8) TO W02-RUN-FROM.
           MOVE "000000" TO W02-RUN-FROM(9:6).

           OPEN INPUT JOB-STEP-REGISTRY.
           IF WS-REG-STATUS NOT = "00"
               MOVE SPACES TO W01-RUN-CORRID
               GO TO FIND-SCHEDULER-RUN-EXIT
           END-IF.
           IF W01-RUN-CORRID = SPACES
               MOVE SPACES TO W03-LATEST-OWN
               READ JOB-STEP-REGISTRY NEXT RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REG-EOF
                   IF RS-PROGRAM = WS-RSW-JOBNAME AND RS-IN-PROGRESS
                       AND RS-START-TS > W03-LATEST-OWN
                       MOVE RS-START-TS TO W03-LATEST-OWN
                       MOVE RS-CORRID   TO W01-RUN-CORRID
                   END-IF
                   READ JOB-STEP-REGISTRY NEXT RECORD
                       AT END SET WS-REG-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF W01-RUN-CORRID = SPACES
               CLOSE JOB-STEP-REGISTRY
               GO TO FIND-SCHEDULER-RUN-EXIT
           END-IF.

           MOVE HIGH-VALUES TO W02-RUN-FROM.
           MOVE "00" TO WS-REG-STATUS.
           MOVE W01-RUN-CORRID TO RS-CORRID.
           MOVE 0 TO RS-STEP.
           START JOB-STEP-REGISTRY KEY IS NOT LESS THAN RS-KEY
               INVALID KEY SET WS-REG-EOF TO TRUE
           END-START.
           IF NOT WS-REG-EOF
               READ JOB-STEP-REGISTRY NEXT RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-REG-EOF
               IF RS-CORRID NOT = W01-RUN-CORRID
                   SET WS-REG-EOF TO TRUE
               ELSE
                   IF RS-START-TS < W02-RUN-FROM
                       MOVE RS-START-TS TO W02-RUN-FROM
                   END-IF
                   READ JOB-STEP-REGISTRY NEXT RECORD
                       AT END SET WS-REG-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE JOB-STEP-REGISTRY.
           IF W02-RUN-FROM = HIGH-VALUES
               MOVE WS-RSW-NOW(1:8) TO W02-RUN-FROM
               MOVE "000000" TO W02-RUN-FROM(9:6)
           END-IF.
       FIND-SCHEDULER-RUN-EXIT.
           EXIT.

       EVALUATE-ONE-RULE.
           ADD 1 TO W04-RULES.
           MOVE 0 TO W10-LEFT-SUM, W11-RIGHT-SUM.
           MOVE "Y" TO W14-RULE-DATA.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "REGLA " BR-RULE " " BR-DESC
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE "IZQUIERDA" TO W20-SIDE-TEXT.
           PERFORM VARYING W08-SUB FROM 1 BY 1 UNTIL W08-SUB > 3
               IF BR-L-JOB(W08-SUB) NOT = SPACES
                   MOVE BR-L-JOB(W08-SUB)  TO W15-TERM-JOB
                   MOVE BR-L-CTR(W08-SUB)  TO W16-TERM-CTR
                   MOVE BR-L-SIGN(W08-SUB) TO W17-TERM-SIGN
                   PERFORM FIND-COUNTER-VALUE
                   IF W17-TERM-SIGN = "-"
                       SUBTRACT W18-TERM-VALUE FROM W10-LEFT-SUM
                   ELSE
                       ADD W18-TERM-VALUE TO W10-LEFT-SUM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "DERECHA" TO W20-SIDE-TEXT.
           PERFORM VARYING W08-SUB FROM 1 BY 1 UNTIL W08-SUB > 3
               IF BR-R-JOB(W08-SUB) NOT = SPACES
                   MOVE BR-R-JOB(W08-SUB)  TO W15-TERM-JOB
                   MOVE BR-R-CTR(W08-SUB)  TO W16-TERM-CTR
                   MOVE BR-R-SIGN(W08-SUB) TO W17-TERM-SIGN
                   PERFORM FIND-COUNTER-VALUE
                   IF W17-TERM-SIGN = "-"
                       SUBTRACT W18-TERM-VALUE FROM W11-RIGHT-SUM
                   ELSE
                       ADD W18-TERM-VALUE TO W11-RIGHT-SUM
                   END-IF
               END-IF
           END-PERFORM.

      * The tolerance is the larger of the fixed allowance and the
      * percentage of the right side.
           COMPUTE W12-DIFF = W10-LEFT-SUM - W11-RIGHT-SUM.
           IF W12-DIFF < 0
               COMPUTE W12-DIFF = 0 - W12-DIFF
           END-IF.
           MOVE BR-TOL-UNITS TO W13-ALLOWED.
           IF W11-RIGHT-SUM > 0
               AND W11-RIGHT-SUM * BR-TOL-PCT / 100 > W13-ALLOWED
               COMPUTE W13-ALLOWED = W11-RIGHT-SUM * BR-TOL-PCT / 100
           END-IF.
           EVALUATE TRUE
               WHEN NOT W14-DATA-COMPLETE
                   ADD 1 TO W07-NO-DATA
                   MOVE "SIN DATOS" TO W24-VERDICT
               WHEN W12-DIFF > W13-ALLOWED
                   ADD 1 TO W06-OUT
                   MOVE "DESCUADRE" TO W24-VERDICT
                   DISPLAY "Regla descuadrada: " BR-RULE
               WHEN OTHER
                   ADD 1 TO W05-BALANCED
                   MOVE "CUADRA" TO W24-VERDICT
           END-EVALUATE.
           MOVE W10-LEFT-SUM  TO W21-SUM-DISP.
           MOVE W11-RIGHT-SUM TO W22-SUM2-DISP.
           MOVE W12-DIFF      TO W23-DIFF-DISP.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  IZQUIERDA " W21-SUM-DISP
               " DERECHA " W22-SUM2-DISP
               " DIFERENCIA " W23-DIFF-DISP
               " TOLERANCIA " W13-ALLOWED
               " " W24-VERDICT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * Latest RUNSTATS record of the job inside the run window; the
      * counter is matched by the name the job itself gave it.
       FIND-COUNTER-VALUE.
           MOVE 0 TO W18-TERM-VALUE.
           MOVE "N" TO W19-TERM-FOUND.
           MOVE SPACES TO W25-TERM-TEXT.
           MOVE "00" TO WS-STATS-STATUS.
           MOVE W15-TERM-JOB TO RN-JOBNAME.
           MOVE W02-RUN-FROM TO RN-START-TS.
           START RUN-STATS KEY IS NOT LESS THAN RN-KEY
               INVALID KEY SET WS-STATS-EOF TO TRUE
           END-START.
           IF WS-STATS-STATUS = "00"
               READ RUN-STATS NEXT RECORD
                   AT END SET WS-STATS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-STATS-STATUS NOT = "00"
               IF RN-JOBNAME NOT = W15-TERM-JOB
                   SET WS-STATS-EOF TO TRUE
               ELSE
                   MOVE "N" TO W19-TERM-FOUND
                   MOVE "SIN CONTADOR" TO W25-TERM-TEXT
                   PERFORM VARYING W09-CTR-SUB FROM 1 BY 1
                           UNTIL W09-CTR-SUB > 3
                       IF RN-CTR-NAME(W09-CTR-SUB) = W16-TERM-CTR
                           MOVE RN-CTR-VALUE(W09-CTR-SUB)
                               TO W18-TERM-VALUE
                           MOVE "Y" TO W19-TERM-FOUND
                       END-IF
                   END-PERFORM
                   READ RUN-STATS NEXT RECORD
                       AT END SET WS-STATS-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           IF W19-VALUE-FOUND
               MOVE SPACES TO W25-TERM-TEXT
           ELSE
               MOVE 0 TO W18-TERM-VALUE
               MOVE "N" TO W14-RULE-DATA
               IF W25-TERM-TEXT = SPACES
                   MOVE "SIN CORRIDA" TO W25-TERM-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  " W20-SIDE-TEXT " " W17-TERM-SIGN " "
               W15-TERM-JOB " " W16-TERM-CTR " " W18-TERM-VALUE
               " " W25-TERM-TEXT
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
