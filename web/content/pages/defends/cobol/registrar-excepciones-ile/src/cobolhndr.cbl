           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.

           SELECT SECURITY-EVENTS ASSIGN TO "SECEVENT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SV-KEY
           FILE STATUS IS WS-EVENTS-STATUS.

           SELECT REMED-LOG ASSIGN TO "REMEDLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-LOG-KEY
           FILE STATUS IS WS-RM-STATUS.

           SELECT JOB-OVERRIDES ASSIGN TO "JOBOVRD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OV-KEY
           FILE STATUS IS WS-OV-STATUS.

           SELECT HANDOVER-REPORT ASSIGN TO "HANDOVER"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).
               88 LOG-FROM-OPM VALUE "O".

       FD JOB-STEP-REGISTRY.
       01 JOB-STEP-RECORD.
           05 HS-TIMESTAMP PIC X(14).
           05 HS-CORRID    PIC X(12).

       FD SECURITY-EVENTS.
       01 SECURITY-EVENT-RECORD.
           05 SV-KEY.
               10 SV-TIMESTAMP PIC X(14).
               10 SV-SEQ       PIC 9(04).
           05 SV-CORRID     PIC X(12).
           05 SV-EVENT-TYPE PIC X(08).
           05 SV-ACTOR      PIC X(16).
           05 SV-OBJECT     PIC X(30).
           05 SV-OUTCOME    PIC X(01).

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

       FD JOB-OVERRIDES.
       01 JOB-OVERRIDE-RECORD.
           05 OV-KEY.
               10 OV-DATE PIC X(08).
               10 OV-STEP PIC 9(03).
           05 OV-ACTION     PIC X(01).
               88 OV-HOLD      VALUE "H".
               88 OV-SKIP      VALUE "S".
               88 OV-FORCE     VALUE "F".
               88 OV-RELEASED  VALUE "R".
               88 OV-CANCELLED VALUE "X".
           05 OV-REASON     PIC X(60).
           05 OV-SET-BY     PIC X(16).
           05 OV-SET-TS     PIC X(14).
           05 OV-END-BY     PIC X(16).
           05 OV-END-TS     PIC X(14).
           05 OV-END-REASON PIC X(60).

       FD HANDOVER-REPORT.
       01 HANDOVER-REPORT-RECORD PIC X(132).

           88 WS-LOGINATT-EOF VALUE "10".
       01 WS-STAT-STATUS    PIC X(02) VALUE "00".
       01 WS-RPT-STATUS     PIC X(02) VALUE "00".
       01 WS-EVENTS-STATUS  PIC X(02) VALUE "00".
           88 WS-EVENTS-EOF VALUE "10".
       01 WS-RM-STATUS      PIC X(02) VALUE "00".
           88 WS-RM-EOF VALUE "10".
       01 WS-OV-STATUS      PIC X(02) VALUE "00".
           88 WS-OV-EOF VALUE "10".
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-ENV-PREFIX     PIC X(04) VALUE SPACES.
       01 WS-LOGGER-DSN     PIC X(10) VALUE SPACES.
       01 W06-STUCK-STEPS   PIC 9(05) VALUE 0.
       01 W07-LOCKED        PIC 9(05) VALUE 0.
       01 W08-ERRORS        PIC 9(05) VALUE 0.
       01 W09-SIG-FAILS     PIC 9(05) VALUE 0.
       01 W10-ORIGIN        PIC X(03) VALUE SPACES.
       01 W11-REMEDIATIONS  PIC 9(05) VALUE 0.
       01 W12-OUTCOME       PIC X(18) VALUE SPACES.
       01 W13-OVERRIDES     PIC 9(05) VALUE 0.
       01 W14-OV-ACTION     PIC X(08) VALUE SPACES.

      * One-page morning handover: the night's errors by severity,
      * failed and stuck job steps, overnight lockouts and the last
      * health verdict, each line with its correlation id so the day
      * shift can drill in with the trace inquiry instead of running
      * four inquiries before coffee.  What COBOLRMED did on its own
      * overnight is listed next, with the result of each action,
      * and last every operator override in JOBOVRD for the business
      * dates the night spans, held, skipped, forced or released.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
               THRU REPORT-JOB-STEPS-EXIT.
           PERFORM REPORT-LOCKOUTS
               THRU REPORT-LOCKOUTS-EXIT.
           PERFORM REPORT-SIGNATURE-FAILURES
               THRU REPORT-SIGNATURE-FAILURES-EXIT.
           PERFORM REPORT-REMEDIATIONS
               THRU REPORT-REMEDIATIONS-EXIT.
           PERFORM REPORT-OVERRIDES
               THRU REPORT-OVERRIDES-EXIT.

           CLOSE HANDOVER-REPORT.
           DISPLAY "Errores: " W08-ERRORS
               " Pasos fallidos: " W05-FAILED-STEPS
               " Pasos colgados: " W06-STUCK-STEPS
               " Bloqueos: " W07-LOCKED
               " Firmas rechazadas: " W09-SIG-FAILS
               " Acciones automaticas: " W11-REMEDIATIONS
               " Alteraciones: " W13-OVERRIDES.
           GOBACK.

       REPORT-HEALTH-VERDICT.
                       ADD 1 TO W03-SEV-COUNT(
                           FUNCTION NUMVAL(LOG-SEVERITY))
                   END-IF
                   IF LOG-FROM-OPM
                       MOVE "OPM" TO W10-ORIGIN
                   ELSE
                       MOVE "ILE" TO W10-ORIGIN
                   END-IF
                   MOVE SPACES TO HANDOVER-REPORT-RECORD
                   STRING LOG-DATE(1:14) " SEV " LOG-SEVERITY
                       " " W10-ORIGIN
                       " " LOG-PGM-IN-ERROR
                       " " LOG-EXCEPTION-ID
                       " CORRIDA " LOG-CORRID
           CLOSE LOGIN-ATTEMPTS.
       REPORT-LOCKOUTS-EXIT.
           EXIT.

      * Feeds COBOLTRLV refused for a bad or missing signature: the
      * load did not run, and someone may have edited the file.
       REPORT-SIGNATURE-FAILURES.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           MOVE "-- FEEDS RECHAZADOS POR FIRMA --"
               TO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.
           MOVE "00" TO WS-EVENTS-STATUS.
           OPEN INPUT SECURITY-EVENTS.
           IF WS-EVENTS-STATUS NOT = "00"
               GO TO REPORT-SIGNATURE-FAILURES-EXIT
           END-IF.
           MOVE W01-FROM-TS TO SV-TIMESTAMP.
           MOVE 0 TO SV-SEQ.
           START SECURITY-EVENTS KEY IS NOT LESS THAN SV-KEY
               INVALID KEY SET WS-EVENTS-EOF TO TRUE
           END-START.
           IF NOT WS-EVENTS-EOF
               READ SECURITY-EVENTS NEXT RECORD
                   AT END SET WS-EVENTS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-EVENTS-EOF
               IF SV-EVENT-TYPE = "SIGFAIL"
                   ADD 1 TO W09-SIG-FAILS
                   MOVE SPACES TO HANDOVER-REPORT-RECORD
                   STRING "FIRMA " SV-TIMESTAMP
                       " " SV-OBJECT
                       " POR " SV-ACTOR
                       DELIMITED BY SIZE
                       INTO HANDOVER-REPORT-RECORD
                   WRITE HANDOVER-REPORT-RECORD
               END-IF
               READ SECURITY-EVENTS NEXT RECORD
                   AT END SET WS-EVENTS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SECURITY-EVENTS.
       REPORT-SIGNATURE-FAILURES-EXIT.
           EXIT.

      * Every runbook action COBOLRMED took tonight, including the
      * ones it handed to the operator instead of acting.
       REPORT-REMEDIATIONS.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           MOVE "-- ACCIONES AUTOMATICAS DEL RUNBOOK --"
               TO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.
           MOVE "00" TO WS-RM-STATUS.
           OPEN INPUT REMED-LOG.
           IF WS-RM-STATUS NOT = "00"
               GO TO REPORT-REMEDIATIONS-EXIT
           END-IF.
           READ REMED-LOG NEXT RECORD
               AT END SET WS-RM-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RM-EOF
               IF RM-ACTED-TS NOT < W01-FROM-TS
                   ADD 1 TO W11-REMEDIATIONS
                   EVALUATE TRUE
                       WHEN RM-RESTARTED
                           MOVE "REANUDADO" TO W12-OUTCOME
                       WHEN RM-RESTART-FAIL
                           MOVE "REANUDACION FALLO" TO W12-OUTCOME
                       WHEN RM-LIMIT-REACHED
                           MOVE "LIMITE, AVISADO" TO W12-OUTCOME
                       WHEN RM-NO-STEP
                           MOVE "SIN PASO FALLIDO" TO W12-OUTCOME
                       WHEN RM-SKIPPED
                           MOVE "OMITIDO" TO W12-OUTCOME
                       WHEN RM-PAGED
                           MOVE "AVISADO AL OPERADOR" TO W12-OUTCOME
                       WHEN OTHER
                           MOVE RM-OUTCOME TO W12-OUTCOME
                   END-EVALUATE
                   MOVE SPACES TO HANDOVER-REPORT-RECORD
                   STRING RM-ACTED-TS " " RM-ACTION
                       " " RM-PROGRAM
                       " " RM-EXCEPTION
                       " " W12-OUTCOME
                       " RC " RM-RETCODE
                       " CORRIDA " RM-RUN-CORRID
                       " PASO " RM-STEP
                       DELIMITED BY SIZE
                       INTO HANDOVER-REPORT-RECORD
                   WRITE HANDOVER-REPORT-RECORD
               END-IF
               READ REMED-LOG NEXT RECORD
                   AT END SET WS-RM-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REMED-LOG.
       REPORT-REMEDIATIONS-EXIT.
           EXIT.

       REPORT-OVERRIDES.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           MOVE "-- ALTERACIONES DEL OPERADOR AL PLAN --"
               TO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.
           MOVE "00" TO WS-OV-STATUS.
           OPEN INPUT JOB-OVERRIDES.
           IF WS-OV-STATUS NOT = "00"
               GO TO REPORT-OVERRIDES-EXIT
           END-IF.
           MOVE W01-FROM-TS(1:8) TO OV-DATE.
           MOVE 0 TO OV-STEP.
           START JOB-OVERRIDES KEY IS NOT LESS THAN OV-KEY
               INVALID KEY SET WS-OV-EOF TO TRUE
           END-START.
           IF NOT WS-OV-EOF
               READ JOB-OVERRIDES NEXT RECORD
                   AT END SET WS-OV-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-OV-EOF
                   OR OV-DATE > WS-CURRENT-DATE(1:8)
               ADD 1 TO W13-OVERRIDES
               EVALUATE TRUE
                   WHEN OV-HOLD
                       MOVE "RETENIDO" TO W14-OV-ACTION
                   WHEN OV-SKIP
                       MOVE "OMITIDO" TO W14-OV-ACTION
                   WHEN OV-FORCE
                       MOVE "FORZADO" TO W14-OV-ACTION
                   WHEN OV-RELEASED
                       MOVE "LIBERADO" TO W14-OV-ACTION
                   WHEN OV-CANCELLED
                       MOVE "ANULADO" TO W14-OV-ACTION
                   WHEN OTHER
                       MOVE OV-ACTION TO W14-OV-ACTION
               END-EVALUATE
               MOVE SPACES TO HANDOVER-REPORT-RECORD
               STRING OV-DATE " PASO " OV-STEP
                   " " W14-OV-ACTION
                   " POR " OV-SET-BY
                   " " OV-SET-TS
                   " " OV-REASON
                   DELIMITED BY SIZE
                   INTO HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
               IF OV-END-TS NOT = SPACES
                   MOVE SPACES TO HANDOVER-REPORT-RECORD
                   STRING "         CERRADA POR " OV-END-BY
                       " " OV-END-TS
                       " " OV-END-REASON
                       DELIMITED BY SIZE
                       INTO HANDOVER-REPORT-RECORD
                   WRITE HANDOVER-REPORT-RECORD
               END-IF
               READ JOB-OVERRIDES NEXT RECORD
                   AT END SET WS-OV-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOB-OVERRIDES.
       REPORT-OVERRIDES-EXIT.
           EXIT.
