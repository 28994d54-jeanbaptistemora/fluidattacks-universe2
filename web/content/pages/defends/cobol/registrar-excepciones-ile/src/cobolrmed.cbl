       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLRMED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMED-PARAM ASSIGN TO "RMEDPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOGGER-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOG-KEY
           FILE STATUS IS WS-LOG-STATUS.

           SELECT JOB-STEP-REGISTRY ASSIGN TO "JOBSTEPREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REG-STATUS.

           SELECT REMED-LOG ASSIGN TO "REMEDLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-LOG-KEY
           FILE STATUS IS WS-RM-STATUS.

           SELECT RESTART-PARAM ASSIGN TO "RSTPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REMED-PARAM.
       01 REMED-PARAM-RECORD.
           05 RP-FROM-TS     PIC X(14).
           05 RP-MAX-RETRIES PIC X(02).
           05 RP-DELAY-SEC   PIC X(04).

       FD LOG-FILE.
       01 LOG-RECORD.
           05 LOG-KEY.
               10 LOG-DATE         PIC X(21).
               10 LOG-PGM-IN-ERROR PIC X(20).
               10 LOG-SEQ          PIC 9(02).
           05 LOG-EXCEPTION-ID PIC X(10).
           05 LOG-CALLING-PGM  PIC X(256).
           05 LOG-CORRID       PIC X(12).
           05 LOG-SEVERITY     PIC X(01).
           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).

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
               88 RS-COMPLETE    VALUE "C".
               88 RS-FAILED      VALUE "F".
           05 RS-RETCODE  PIC 9(02).

       FD REMED-LOG.
       01 REMED-LOG-RECORD.
           05 RM-LOG-KEY.
               10 RM-LOG-DATE    PIC X(21).
               10 RM-LOG-PGM     PIC X(20).
               10 RM-LOG-SEQ     PIC 9(02).
           05 RM-ACTED-TS    PIC X(14).
           05 RM-PROGRAM     PIC X(10).
           05 RM-EXCEPTION   PIC X(10).
           05 RM-ACTION      PIC X(04).
           05 RM-OUTCOME     PIC X(01).
               88 RM-RESTARTED     VALUE "R".
               88 RM-RESTART-FAIL  VALUE "F".
               88 RM-LIMIT-REACHED VALUE "L".
               88 RM-NO-STEP       VALUE "N".
               88 RM-SKIPPED       VALUE "S".
               88 RM-PAGED         VALUE "P".
           05 RM-RUN-CORRID  PIC X(12).
           05 RM-STEP        PIC 9(03).
           05 RM-RETCODE     PIC 9(02).
           05 RM-CORRID      PIC X(12).

       FD RESTART-PARAM.
       01 RESTART-PARAM-RECORD.
           05 RT-CORRID PIC X(12).

       WORKING-STORAGE SECTION.
       COPY QUSEC OF QSYSINC-QCBLLESRC.
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
       01 WS-LOG-STATUS   PIC X(02) VALUE "00".
           88 WS-LOG-EOF VALUE "10".
       01 WS-REG-STATUS   PIC X(02) VALUE "00".
           88 WS-REG-EOF VALUE "10".
       01 WS-RM-STATUS    PIC X(02) VALUE "00".
           88 WS-RM-FOUND    VALUE "00".
           88 WS-RM-EOF      VALUE "10".
           88 WS-RM-NOTFOUND VALUE "23".
       01 WS-RST-STATUS   PIC X(02) VALUE "00".
       01 WS-ENV-PREFIX   PIC X(04) VALUE SPACES.
       01 WS-LOGGER-DSN   PIC X(10) VALUE SPACES.
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLRMED".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-FROM-TS     PIC X(14) VALUE SPACES.
       01 W02-MAX-RETRIES PIC 9(02) VALUE 2.
       01 W03-DELAY-SEC   PIC 9(04) VALUE 300.
       01 W04-YDAY-INT    PIC 9(08) VALUE 0.
       01 W05-ACTION      PIC X(04) VALUE SPACES.
           88 W05-RESTART-NOW   VALUE "RSTR".
           88 W05-RETRY-LATER   VALUE "RTRY".
           88 W05-KNOWN-NOISE   VALUE "SKIP".
       01 W06-RBK-SEV     PIC X(01).
       01 W07-RBK-INSTR-1 PIC X(60).
       01 W08-RBK-INSTR-2 PIC X(60).
       01 W09-RBK-INSTR-3 PIC X(60).
       01 W10-RBK-RESULT  PIC X(01).
           88 W10-RBK-FOUND VALUE "Y".
       01 W11-PGM-COUNT   PIC 9(03) VALUE 0.
       01 W12-PGM-TABLE.
           05 W12-PGM-ENTRY OCCURS 100 TIMES.
               10 W12-PGM-NAME    PIC X(10).
               10 W12-PGM-RETRIES PIC 9(02).
       01 W13-SUB         PIC 9(03) VALUE 0.
       01 W14-HIT         PIC X(01) VALUE "N".
       01 W15-FIND-PGM    PIC X(10) VALUE SPACES.
       01 W16-STEP-CORRID PIC X(12) VALUE SPACES.
       01 W17-STEP-NBR    PIC 9(03) VALUE 0.
       01 W18-STEP-START  PIC X(14) VALUE SPACES.
       01 W19-STEP-RC     PIC 9(02) VALUE 0.
       01 W20-RESTARTED   PIC 9(07) VALUE 0.
       01 W21-FAILED      PIC 9(07) VALUE 0.
       01 W22-PAGED       PIC 9(07) VALUE 0.
       01 W23-HANDLED     PIC 9(07) VALUE 0.
       01 W24-COMMAND     PIC X(80) VALUE SPACES.
       01 W25-COMMAND-LEN PIC S9(10)V9(05) COMP-3 VALUE 0.
       01 W26-FINAL-RC    PIC 9(02) VALUE 0.
       01 W27-MSG-ID       PIC X(07) VALUE "ERR0001".
       01 W28-MSG-FILE.
           05 W28-MSGF-NAME PIC X(10) VALUE "PWDMSGF".
           05 W28-MSGF-LIB  PIC X(10) VALUE "*LIBL".
       01 W29-MSG-DATA      PIC X(80).
       01 W30-MSG-DATA-LEN  PIC S9(09) BINARY.
       01 W31-MSG-TYPE       PIC X(10) VALUE "*INFO".
       01 W32-CALL-STACK-ENTRY PIC X(10) VALUE "*".
       01 W33-CALL-STACK-CTR   PIC S9(09) BINARY VALUE 0.
       01 W34-MSG-KEY          PIC X(04).

      * Night remediation.  Each LOGGER entry since the start of the
      * night (RMEDPARM, else 18:00 of the evening the night began)
      * is matched to its runbook entry through COBOLRBKL, and the
      * action code decides what happens.  Only three codes are safe
      * to act on without a person:
      *   RSTR  resume the program's failed step now through COBOLRSTD
      *   RTRY  wait RMEDPARM seconds (300 by default), then as RSTR
      *   SKIP  known noise; recorded and nothing else
      * Any other code pages the operator just as COBOLERAL does, and
      * so does a program that has already been restarted the
      * night's limit of times (RMEDPARM, 2 by default), which is
      * what stops a step that keeps failing from looping.  Each
      * entry acted on is written to REMEDLOG under its LOGGER key,
      * so it is handled once however often this runs, and COBOLHNDR
      * puts every one of them on the morning handover.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           PERFORM LOAD-PARAM.

           CALL "COBOLENVP" USING WS-ENV-PREFIX.
           STRING WS-ENV-PREFIX DELIMITED BY SPACE
                  "LOGGER" DELIMITED BY SIZE
                  INTO WS-LOGGER-DSN.

           OPEN I-O REMED-LOG.
           IF WS-RM-STATUS = "35"
               OPEN OUTPUT REMED-LOG
               CLOSE REMED-LOG
               MOVE "00" TO WS-RM-STATUS
               OPEN I-O REMED-LOG
           END-IF.
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REMEDLOG: " WS-RM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-NIGHT-RETRIES.

           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "No se pudo abrir " WS-LOGGER-DSN ": "
                   WS-LOG-STATUS
               CLOSE REMED-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ LOG-FILE NEXT RECORD
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LOG-EOF
               IF LOG-DATE(1:14) NOT < W01-FROM-TS
                   PERFORM HANDLE-ENTRY THRU HANDLE-ENTRY-EXIT
               END-IF
               READ LOG-FILE NEXT RECORD
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE REMED-LOG.

           IF W21-FAILED > 0 OR W22-PAGED > 0
               MOVE 4 TO W26-FINAL-RC
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REINICIADOS" TO WS-RSW-CTR-NAME(1).
           MOVE W20-RESTARTED TO WS-RSW-CTR-VALUE(1).
           MOVE "FALLIDOS" TO WS-RSW-CTR-NAME(2).
           MOVE W21-FAILED TO WS-RSW-CTR-VALUE(2).
           MOVE "AVISADOS" TO WS-RSW-CTR-NAME(3).
           MOVE W22-PAGED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Entradas tratadas: " W23-HANDLED.
           DISPLAY "Pasos reanudados: " W20-RESTARTED
               " Reanudaciones fallidas: " W21-FAILED
               " Avisos al operador: " W22-PAGED.

           MOVE W26-FINAL-RC TO RETURN-CODE.
           GOBACK.

       LOAD-PARAM.
           MOVE SPACES TO REMED-PARAM-RECORD.
           OPEN INPUT REMED-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ REMED-PARAM
                   AT END MOVE SPACES TO REMED-PARAM-RECORD
               END-READ
               CLOSE REMED-PARAM
           END-IF.
           MOVE RP-FROM-TS TO W01-FROM-TS.
           IF RP-MAX-RETRIES NUMERIC
               MOVE RP-MAX-RETRIES TO W02-MAX-RETRIES
           END-IF.
           IF RP-DELAY-SEC NUMERIC
               MOVE RP-DELAY-SEC TO W03-DELAY-SEC
           END-IF.
           IF W01-FROM-TS = SPACES
               IF WS-RSW-NOW(9:2) NOT < "18"
                   STRING WS-RSW-NOW(1:8) "180000"
                       DELIMITED BY SIZE
                       INTO W01-FROM-TS
               ELSE
                   COMPUTE W04-YDAY-INT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-RSW-NOW(1:8))) - 1
                   STRING FUNCTION DATE-OF-INTEGER(W04-YDAY-INT)
                          "180000"
                       DELIMITED BY SIZE
                       INTO W01-FROM-TS
               END-IF
           END-IF.

      * Restarts already attempted tonight, by program, count against
      * the limit whether they worked or not.
       LOAD-NIGHT-RETRIES.
           MOVE 0 TO W11-PGM-COUNT.
           READ REMED-LOG NEXT RECORD
               AT END SET WS-RM-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RM-EOF
               IF RM-ACTED-TS NOT < W01-FROM-TS
                   AND (RM-RESTARTED OR RM-RESTART-FAIL)
                   MOVE RM-PROGRAM TO W15-FIND-PGM
                   PERFORM FIND-PROGRAM
                   IF W14-HIT = "Y"
                       ADD 1 TO W12-PGM-RETRIES(W13-SUB)
                   END-IF
               END-IF
               READ REMED-LOG NEXT RECORD
                   AT END SET WS-RM-EOF TO TRUE
               END-READ
           END-PERFORM.

       FIND-PROGRAM.
           MOVE "N" TO W14-HIT.
           PERFORM VARYING W13-SUB FROM 1 BY 1
                   UNTIL W13-SUB > W11-PGM-COUNT OR W14-HIT = "Y"
               IF W12-PGM-NAME(W13-SUB) = W15-FIND-PGM
                   MOVE "Y" TO W14-HIT
               END-IF
           END-PERFORM.
           IF W14-HIT = "Y"
               SUBTRACT 1 FROM W13-SUB
           ELSE
               IF W11-PGM-COUNT < 100
                   ADD 1 TO W11-PGM-COUNT
                   MOVE W11-PGM-COUNT TO W13-SUB
                   MOVE W15-FIND-PGM TO W12-PGM-NAME(W13-SUB)
                   MOVE 0 TO W12-PGM-RETRIES(W13-SUB)
                   MOVE "Y" TO W14-HIT
               END-IF
           END-IF.

       HANDLE-ENTRY.
           MOVE LOG-KEY TO RM-LOG-KEY.
           MOVE "00" TO WS-RM-STATUS.
           READ REMED-LOG
               KEY IS RM-LOG-KEY
               INVALID KEY SET WS-RM-NOTFOUND TO TRUE
           END-READ.
           IF WS-RM-FOUND
               GO TO HANDLE-ENTRY-EXIT
           END-IF.

           CALL "COBOLRBKL" USING LOG-PGM-IN-ERROR, LOG-EXCEPTION-ID,
               W05-ACTION, W06-RBK-SEV, W07-RBK-INSTR-1,
               W08-RBK-INSTR-2, W09-RBK-INSTR-3, W10-RBK-RESULT.
           IF NOT W10-RBK-FOUND OR W05-ACTION = SPACES
               GO TO HANDLE-ENTRY-EXIT
           END-IF.

           MOVE SPACES TO REMED-LOG-RECORD.
           MOVE LOG-KEY TO RM-LOG-KEY.
           MOVE LOG-PGM-IN-ERROR(1:10) TO RM-PROGRAM.
           MOVE LOG-EXCEPTION-ID TO RM-EXCEPTION.
           MOVE W05-ACTION TO RM-ACTION.
           MOVE 0 TO RM-STEP.
           MOVE 0 TO RM-RETCODE.
           MOVE WS-CORRID TO RM-CORRID.

           EVALUATE TRUE
               WHEN W05-KNOWN-NOISE
                   SET RM-SKIPPED TO TRUE
               WHEN W05-RESTART-NOW OR W05-RETRY-LATER
                   PERFORM RESTART-STEP THRU RESTART-STEP-EXIT
               WHEN OTHER
                   SET RM-PAGED TO TRUE
                   PERFORM PAGE-OPERATOR
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO RM-ACTED-TS.
           WRITE REMED-LOG-RECORD
               INVALID KEY
                   DISPLAY "No se pudo registrar la accion para "
                       LOG-PGM-IN-ERROR " " LOG-EXCEPTION-ID
           END-WRITE.
           ADD 1 TO W23-HANDLED.
           DISPLAY "Accion " RM-ACTION " " RM-PROGRAM " "
               RM-EXCEPTION " resultado " RM-OUTCOME.
       HANDLE-ENTRY-EXIT.
           EXIT.

       RESTART-STEP.
           MOVE LOG-PGM-IN-ERROR(1:10) TO W15-FIND-PGM.
           PERFORM FIND-PROGRAM.
           IF W14-HIT = "N"
               OR W12-PGM-RETRIES(W13-SUB) NOT < W02-MAX-RETRIES
               SET RM-LIMIT-REACHED TO TRUE
               PERFORM PAGE-OPERATOR
               GO TO RESTART-STEP-EXIT
           END-IF.

           PERFORM FIND-FAILED-STEP.
           IF W16-STEP-CORRID = SPACES
               SET RM-NO-STEP TO TRUE
               GO TO RESTART-STEP-EXIT
           END-IF.
           MOVE W16-STEP-CORRID TO RM-RUN-CORRID.
           MOVE W17-STEP-NBR TO RM-STEP.

           IF W05-RETRY-LATER
               PERFORM WAIT-DELAY
           END-IF.

           MOVE "00" TO WS-RST-STATUS.
           OPEN OUTPUT RESTART-PARAM.
           MOVE W16-STEP-CORRID TO RT-CORRID.
           WRITE RESTART-PARAM-RECORD.
           CLOSE RESTART-PARAM.

           ADD 1 TO W12-PGM-RETRIES(W13-SUB).
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO W19-STEP-RC.
           CALL "COBOLRSTD"
               ON EXCEPTION
                   DISPLAY "No se pudo llamar a COBOLRSTD"
                   MOVE 12 TO W19-STEP-RC
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO W19-STEP-RC
           END-CALL.
           CANCEL "COBOLRSTD".
           MOVE 0 TO RETURN-CODE.
           MOVE W19-STEP-RC TO RM-RETCODE.
           IF W19-STEP-RC < 8
               SET RM-RESTARTED TO TRUE
               ADD 1 TO W20-RESTARTED
           ELSE
               SET RM-RESTART-FAIL TO TRUE
               ADD 1 TO W21-FAILED
           END-IF.
       RESTART-STEP-EXIT.
           EXIT.

      * The program's most recent failed step tonight; the step that
      * failed is what COBOLRSTD resumes its run from.
       FIND-FAILED-STEP.
           MOVE SPACES TO W16-STEP-CORRID.
           MOVE SPACES TO W18-STEP-START.
           MOVE 0 TO W17-STEP-NBR.
           MOVE "00" TO WS-REG-STATUS.
           OPEN INPUT JOB-STEP-REGISTRY.
           IF WS-REG-STATUS = "00"
               READ JOB-STEP-REGISTRY NEXT RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REG-EOF
                   IF RS-FAILED
                       AND RS-PROGRAM = LOG-PGM-IN-ERROR(1:10)
                       AND RS-START-TS NOT < W01-FROM-TS
                       AND RS-START-TS > W18-STEP-START
                       MOVE RS-CORRID   TO W16-STEP-CORRID
                       MOVE RS-STEP     TO W17-STEP-NBR
                       MOVE RS-START-TS TO W18-STEP-START
                   END-IF
                   READ JOB-STEP-REGISTRY NEXT RECORD
                       AT END SET WS-REG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOB-STEP-REGISTRY
           END-IF.

       WAIT-DELAY.
           MOVE SPACES TO W24-COMMAND.
           STRING "DLYJOB DLY(" W03-DELAY-SEC ")"
               DELIMITED BY SIZE
               INTO W24-COMMAND.
           MOVE LENGTH OF W24-COMMAND TO W25-COMMAND-LEN.
           CALL "QCMDEXC" USING W24-COMMAND, W25-COMMAND-LEN.

       PAGE-OPERATOR.
           ADD 1 TO W22-PAGED.
           MOVE SPACES TO W29-MSG-DATA.
           IF RM-LIMIT-REACHED
               STRING "Reinicios agotados " LOG-PGM-IN-ERROR(1:10)
                   " " LOG-EXCEPTION-ID " accion " W05-ACTION
                   DELIMITED BY SIZE
                   INTO W29-MSG-DATA
           ELSE
               STRING "Intervencion manual " LOG-PGM-IN-ERROR(1:10)
                   " " LOG-EXCEPTION-ID " accion " W05-ACTION
                   DELIMITED BY SIZE
                   INTO W29-MSG-DATA
           END-IF.
           DISPLAY W29-MSG-DATA.
           MOVE LENGTH OF W29-MSG-DATA TO W30-MSG-DATA-LEN.
           CALL "QMHSNDPM" USING W27-MSG-ID, W28-MSG-FILE,
               W29-MSG-DATA, W30-MSG-DATA-LEN, W31-MSG-TYPE,
               W32-CALL-STACK-ENTRY, W33-CALL-STACK-CTR,
               W34-MSG-KEY, QUS-EC.
