       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPWFC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT POLICY-PARAM ASSIGN TO "PASSPOLCY"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT POLICY-CLASSES ASSIGN TO "PASSPOLCLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-CLASS
           FILE STATUS IS WS-CLASS-STATUS.

           SELECT POLICY-WHATIF ASSIGN TO "PASSPOLWIF"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WHATIF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME    PIC X(16).
           05 USR-SALT        PIC X(08).
           05 USR-PWD-HASH    PIC X(32).
           05 USR-PWD-CHANGED PIC X(14).
           05 USR-GRACE-USED  PIC 9(02).
           05 USR-STATUS      PIC X(01).
               88 USR-IS-DISABLED VALUE "D".
           05 USR-FORCE-CHANGE PIC X(01).
               88 USR-MUST-CHANGE VALUE "Y".
           05 USR-EMPLOYEE-ID PIC X(10).
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD POLICY-PARAM.
       01 POLICY-PARAM-RECORD.
           02 PP-MIN-LENGTH   PIC 9(02).
           02 PP-REQ-UPPER    PIC X(01).
           02 PP-REQ-LOWER    PIC X(01).
           02 PP-REQ-NUMERIC  PIC X(01).
           02 PP-REQ-SPECIAL  PIC X(01).
           02 PP-MAX-AGE-DAYS PIC 9(03).
           02 PP-WARN-DAYS    PIC 9(02).
           02 PP-GRACE-LOGINS PIC 9(02).
           02 PP-MAX-SESSIONS PIC 9(02).
           02 PP-IDLE-MINUTES PIC 9(03).
           02 PP-MAX-SESSION-HOURS PIC 9(02).
           02 PP-LOCK-COOLDOWN-MIN PIC 9(03).
           02 PP-LOCK-MAX-CYCLES PIC 9(02).

       FD POLICY-CLASSES.
       01 POLICY-CLASS-RECORD.
           02 PC-CLASS        PIC X(04).
           02 PC-MIN-LENGTH   PIC 9(02).
           02 PC-REQ-UPPER    PIC X(01).
           02 PC-REQ-LOWER    PIC X(01).
           02 PC-REQ-NUMERIC  PIC X(01).
           02 PC-REQ-SPECIAL  PIC X(01).
           02 PC-MAX-AGE-DAYS PIC 9(03).
           02 PC-WARN-DAYS    PIC 9(02).
           02 PC-GRACE-LOGINS PIC 9(02).
           02 PC-MAX-SESSIONS PIC 9(02).
           02 PC-IDLE-MINUTES PIC 9(03).
           02 PC-MAX-SESSION-HOURS PIC 9(02).
           02 PC-LOCK-COOLDOWN-MIN PIC 9(03).
           02 PC-LOCK-MAX-CYCLES PIC 9(02).

      * Proposed policy, laid out like PASSPOLCLS.  A blank class is
      * a proposed PASSPOLCY default; any other class is a proposed
      * PASSPOLCLS record.  Classes not on this file keep their
      * current values.
       FD POLICY-WHATIF.
       01 POLICY-WHATIF-RECORD.
           02 PW-CLASS        PIC X(04).
           02 PW-MIN-LENGTH   PIC 9(02).
           02 PW-REQ-UPPER    PIC X(01).
           02 PW-REQ-LOWER    PIC X(01).
           02 PW-REQ-NUMERIC  PIC X(01).
           02 PW-REQ-SPECIAL  PIC X(01).
           02 PW-MAX-AGE-DAYS PIC 9(03).
           02 PW-WARN-DAYS    PIC 9(02).
           02 PW-GRACE-LOGINS PIC 9(02).
           02 PW-MAX-SESSIONS PIC 9(02).
           02 PW-IDLE-MINUTES PIC 9(03).
           02 PW-MAX-SESSION-HOURS PIC 9(02).
           02 PW-LOCK-COOLDOWN-MIN PIC 9(03).
           02 PW-LOCK-MAX-CYCLES PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-USRMAST-STATUS PIC X(02) VALUE "00".
           88 WS-USRMAST-EOF VALUE "10".
       01 WS-POLICY-STATUS  PIC X(02) VALUE "00".
       01 WS-CLASS-STATUS   PIC X(02) VALUE "00".
           88 WS-CLASS-FOUND    VALUE "00".
       01 WS-WHATIF-STATUS  PIC X(02) VALUE "00".
           88 WS-WHATIF-EOF VALUE "10".
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-CORRID         PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLPWFC".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-HORIZON-DAYS  PIC 9(02) VALUE 30.
       01 W02-TODAY-NUMERIC PIC 9(08).
       01 W03-CHANGED-NUMERIC PIC 9(08).
       01 W04-AGE-DAYS      PIC S9(05) VALUE 0.
       01 W06-DAY-SUB       PIC 9(02) VALUE 0.
       01 W07-DAY-NUMERIC   PIC 9(08).
       01 W08-WHATIF-COUNT  PIC 9(02) VALUE 0.
       01 W09-WHATIF-TABLE.
           05 W09-WHATIF OCCURS 30 TIMES.
               10 W09-CLASS        PIC X(04).
               10 W09-MAX-AGE-DAYS PIC 9(03).
               10 W09-WARN-DAYS    PIC 9(02).
               10 W09-GRACE-LOGINS PIC 9(02).
       01 W10-WIF-SUB       PIC 9(02) VALUE 0.
       01 W11-CLASS-COUNT   PIC 9(02) VALUE 0.
       01 W12-CLASS-TABLE.
           05 W12-CLASS-ENTRY OCCURS 50 TIMES.
               10 W12-CLASS         PIC X(04).
               10 W12-ACCOUNTS      PIC 9(07).
               10 W12-CUR-MAX-AGE   PIC 9(03).
               10 W12-CUR-WARN      PIC 9(02).
               10 W12-CUR-GRACE     PIC 9(02).
               10 W12-PRO-MAX-AGE   PIC 9(03).
               10 W12-PRO-WARN      PIC 9(02).
               10 W12-PRO-GRACE     PIC 9(02).
               10 W12-DAY OCCURS 31 TIMES.
                   15 W12-CUR-WARNED  PIC 9(05).
                   15 W12-CUR-EXPIRED PIC 9(05).
                   15 W12-CUR-NOGRACE PIC 9(05).
                   15 W12-PRO-WARNED  PIC 9(05).
                   15 W12-PRO-EXPIRED PIC 9(05).
                   15 W12-PRO-NOGRACE PIC 9(05).
       01 W13-CLASS-SUB     PIC 9(02) VALUE 0.
       01 W14-FOUND-SUB     PIC 9(02) VALUE 0.
       01 W15-MAX-AGE       PIC 9(03) VALUE 0.
       01 W16-WARN          PIC 9(02) VALUE 0.
       01 W17-GRACE         PIC 9(02) VALUE 0.
       01 W18-WARNED-DAY    PIC S9(05) VALUE 0.
       01 W19-EXPIRED-DAY   PIC S9(05) VALUE 0.
       01 W20-NOGRACE-DAY   PIC S9(05) VALUE 0.
       01 W21-ACCOUNTS      PIC 9(07) VALUE 0.
       01 W22-UNCLASSED     PIC 9(07) VALUE 0.
       01 W23-CLASS-LABEL   PIC X(04) VALUE SPACES.
       01 W24-DAY-LABEL     PIC X(08) VALUE SPACES.
       01 W25-TOTALS.
           05 W25-CUR-WARNED  PIC 9(07).
           05 W25-CUR-EXPIRED PIC 9(07).
           05 W25-CUR-NOGRACE PIC 9(07).
           05 W25-PRO-WARNED  PIC 9(07).
           05 W25-PRO-EXPIRED PIC 9(07).
           05 W25-PRO-NOGRACE PIC 9(07).
       01 W26-DAY-HITS      PIC 9(07) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "PWFCSTRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "PREVISION DE IMPACTO DE CAMBIO DE POLITICA DE CLAVES".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * What-if run for a PASSPOLCY or PASSPOLCLS change.  Every
      * interactive account is aged forward day by day for
      * W01-HORIZON-DAYS under both the current and the proposed
      * policy of its class, counting the day it enters the warning
      * window, the day it expires and the day it has no grace logins
      * left.  Day 0 is the day the change would be applied, so an
      * account the new policy puts straight into a state is counted
      * there.  Grace logins are only spent after expiry, so an
      * account runs out of grace on its expiry day when the policy
      * allows none, or at once when it has already used them up.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W02-TODAY-NUMERIC.

           PERFORM LOAD-WHATIF.
           IF W08-WHATIF-COUNT = 0
               DISPLAY "Sin politica propuesta en PASSPOLWIF"
               GOBACK
           END-IF.
           PERFORM LOAD-DEFAULT-POLICY.

           OPEN INPUT POLICY-CLASSES.
           OPEN INPUT USER-MASTER.
           READ USER-MASTER NEXT RECORD
               AT END SET WS-USRMAST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-USRMAST-EOF
               IF NOT USR-IS-DISABLED AND NOT USR-IS-SERVICE
                   AND USR-PWD-CHANGED(1:8) NUMERIC
                   PERFORM FORECAST-ONE-ACCOUNT
                       THRU FORECAST-ONE-ACCOUNT-EXIT
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE USER-MASTER.
           CLOSE POLICY-CLASSES.

           PERFORM WRITE-FORECAST-REPORT.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CUENTAS" TO WS-RSW-CTR-NAME(1).
           MOVE W21-ACCOUNTS TO WS-RSW-CTR-VALUE(1).
           MOVE "CLASES" TO WS-RSW-CTR-NAME(2).
           MOVE W11-CLASS-COUNT TO WS-RSW-CTR-VALUE(2).
           MOVE "SIN CLASE" TO WS-RSW-CTR-NAME(3).
           MOVE W22-UNCLASSED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Cuentas proyectadas: " W21-ACCOUNTS.
           DISPLAY "Clases de politica: " W11-CLASS-COUNT.

           GOBACK.

       LOAD-WHATIF.
           OPEN INPUT POLICY-WHATIF.
           IF WS-WHATIF-STATUS = "00"
               READ POLICY-WHATIF
                   AT END SET WS-WHATIF-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-WHATIF-EOF
                   IF PW-MAX-AGE-DAYS NUMERIC
                       AND PW-WARN-DAYS NUMERIC
                       AND PW-GRACE-LOGINS NUMERIC
                       AND W08-WHATIF-COUNT < 30
                       ADD 1 TO W08-WHATIF-COUNT
                       MOVE PW-CLASS TO W09-CLASS(W08-WHATIF-COUNT)
                       MOVE PW-MAX-AGE-DAYS
                           TO W09-MAX-AGE-DAYS(W08-WHATIF-COUNT)
                       MOVE PW-WARN-DAYS
                           TO W09-WARN-DAYS(W08-WHATIF-COUNT)
                       MOVE PW-GRACE-LOGINS
                           TO W09-GRACE-LOGINS(W08-WHATIF-COUNT)
                   END-IF
                   READ POLICY-WHATIF
                       AT END SET WS-WHATIF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POLICY-WHATIF
           END-IF.

      * Entry 1 of the class table is the PASSPOLCY default, with the
      * same built-in values COBOLPOLCL falls back on.
       LOAD-DEFAULT-POLICY.
           INITIALIZE W12-CLASS-TABLE.
           MOVE 1 TO W11-CLASS-COUNT.
           MOVE SPACES TO W12-CLASS(1).
           MOVE 90 TO W12-CUR-MAX-AGE(1).
           MOVE 10 TO W12-CUR-WARN(1).
           MOVE 3  TO W12-CUR-GRACE(1).
           OPEN INPUT POLICY-PARAM.
           IF WS-POLICY-STATUS = "00"
               READ POLICY-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PP-MIN-LENGTH NUMERIC
                           MOVE PP-MAX-AGE-DAYS TO W12-CUR-MAX-AGE(1)
                           MOVE PP-WARN-DAYS    TO W12-CUR-WARN(1)
                           MOVE PP-GRACE-LOGINS TO W12-CUR-GRACE(1)
                       END-IF
               END-READ
               CLOSE POLICY-PARAM
           END-IF.
           MOVE 1 TO W13-CLASS-SUB.
           PERFORM APPLY-WHATIF.

      * A class is added on first sight.  Its current values come from
      * PASSPOLCLS; a class missing there resolves to the default, as
      * it does at sign-on.
       FIND-CLASS-ENTRY.
           MOVE 0 TO W14-FOUND-SUB.
           PERFORM VARYING W13-CLASS-SUB FROM 1 BY 1
                   UNTIL W13-CLASS-SUB > W11-CLASS-COUNT
                   OR W14-FOUND-SUB > 0
               IF W12-CLASS(W13-CLASS-SUB) = USR-POLICY-CLASS
                   MOVE W13-CLASS-SUB TO W14-FOUND-SUB
               END-IF
           END-PERFORM.
           IF W14-FOUND-SUB = 0
               IF W11-CLASS-COUNT < 50
                   ADD 1 TO W11-CLASS-COUNT
                   MOVE W11-CLASS-COUNT TO W13-CLASS-SUB
                   MOVE USR-POLICY-CLASS TO W12-CLASS(W13-CLASS-SUB)
                   MOVE W12-CUR-MAX-AGE(1)
                       TO W12-CUR-MAX-AGE(W13-CLASS-SUB)
                   MOVE W12-CUR-WARN(1) TO W12-CUR-WARN(W13-CLASS-SUB)
                   MOVE W12-CUR-GRACE(1) TO W12-CUR-GRACE(W13-CLASS-SUB)
                   MOVE USR-POLICY-CLASS TO PC-CLASS
                   READ POLICY-CLASSES
                       KEY IS PC-CLASS
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-CLASS-FOUND
                       MOVE PC-MAX-AGE-DAYS
                           TO W12-CUR-MAX-AGE(W13-CLASS-SUB)
                       MOVE PC-WARN-DAYS TO W12-CUR-WARN(W13-CLASS-SUB)
                       MOVE PC-GRACE-LOGINS
                           TO W12-CUR-GRACE(W13-CLASS-SUB)
                   END-IF
                   PERFORM APPLY-WHATIF
                   MOVE W13-CLASS-SUB TO W14-FOUND-SUB
               ELSE
                   ADD 1 TO W22-UNCLASSED
               END-IF
           END-IF.

       APPLY-WHATIF.
           MOVE W12-CUR-MAX-AGE(W13-CLASS-SUB)
               TO W12-PRO-MAX-AGE(W13-CLASS-SUB).
           MOVE W12-CUR-WARN(W13-CLASS-SUB)
               TO W12-PRO-WARN(W13-CLASS-SUB).
           MOVE W12-CUR-GRACE(W13-CLASS-SUB)
               TO W12-PRO-GRACE(W13-CLASS-SUB).
           PERFORM VARYING W10-WIF-SUB FROM 1 BY 1
                   UNTIL W10-WIF-SUB > W08-WHATIF-COUNT
               IF W09-CLASS(W10-WIF-SUB) = W12-CLASS(W13-CLASS-SUB)
                   MOVE W09-MAX-AGE-DAYS(W10-WIF-SUB)
                       TO W12-PRO-MAX-AGE(W13-CLASS-SUB)
                   MOVE W09-WARN-DAYS(W10-WIF-SUB)
                       TO W12-PRO-WARN(W13-CLASS-SUB)
                   MOVE W09-GRACE-LOGINS(W10-WIF-SUB)
                       TO W12-PRO-GRACE(W13-CLASS-SUB)
               END-IF
           END-PERFORM.

       FORECAST-ONE-ACCOUNT.
           PERFORM FIND-CLASS-ENTRY.
           IF W14-FOUND-SUB = 0
               GO TO FORECAST-ONE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO W21-ACCOUNTS.
           ADD 1 TO W12-ACCOUNTS(W14-FOUND-SUB).
           MOVE USR-PWD-CHANGED(1:8) TO W03-CHANGED-NUMERIC.
           COMPUTE W04-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(W02-TODAY-NUMERIC) -
               FUNCTION INTEGER-OF-DATE(W03-CHANGED-NUMERIC).

           MOVE W12-CUR-MAX-AGE(W14-FOUND-SUB) TO W15-MAX-AGE.
           MOVE W12-CUR-WARN(W14-FOUND-SUB) TO W16-WARN.
           MOVE W12-CUR-GRACE(W14-FOUND-SUB) TO W17-GRACE.
           PERFORM PROJECT-EVENT-DAYS THRU PROJECT-EVENT-DAYS-EXIT.
           IF W18-WARNED-DAY NOT > W01-HORIZON-DAYS
               ADD 1 TO W12-CUR-WARNED(W14-FOUND-SUB,
                   W18-WARNED-DAY + 1)
           END-IF.
           IF W19-EXPIRED-DAY NOT > W01-HORIZON-DAYS
               ADD 1 TO W12-CUR-EXPIRED(W14-FOUND-SUB,
                   W19-EXPIRED-DAY + 1)
           END-IF.
           IF W20-NOGRACE-DAY NOT > W01-HORIZON-DAYS
               ADD 1 TO W12-CUR-NOGRACE(W14-FOUND-SUB,
                   W20-NOGRACE-DAY + 1)
           END-IF.

           MOVE W12-PRO-MAX-AGE(W14-FOUND-SUB) TO W15-MAX-AGE.
           MOVE W12-PRO-WARN(W14-FOUND-SUB) TO W16-WARN.
           MOVE W12-PRO-GRACE(W14-FOUND-SUB) TO W17-GRACE.
           PERFORM PROJECT-EVENT-DAYS THRU PROJECT-EVENT-DAYS-EXIT.
           IF W18-WARNED-DAY NOT > W01-HORIZON-DAYS
               ADD 1 TO W12-PRO-WARNED(W14-FOUND-SUB,
                   W18-WARNED-DAY + 1)
           END-IF.
           IF W19-EXPIRED-DAY NOT > W01-HORIZON-DAYS
               ADD 1 TO W12-PRO-EXPIRED(W14-FOUND-SUB,
                   W19-EXPIRED-DAY + 1)
           END-IF.
           IF W20-NOGRACE-DAY NOT > W01-HORIZON-DAYS
               ADD 1 TO W12-PRO-NOGRACE(W14-FOUND-SUB,
                   W20-NOGRACE-DAY + 1)
           END-IF.
       FORECAST-ONE-ACCOUNT-EXIT.
           EXIT.

      * Day offsets from today for one policy.  999 means the event
      * does not happen: no aging, or no warning window.  An account
      * already past a point is placed on day 0.
       PROJECT-EVENT-DAYS.
           MOVE 999 TO W18-WARNED-DAY.
           MOVE 999 TO W19-EXPIRED-DAY.
           MOVE 999 TO W20-NOGRACE-DAY.
           IF W15-MAX-AGE = 0
               GO TO PROJECT-EVENT-DAYS-EXIT
           END-IF.
           COMPUTE W19-EXPIRED-DAY = W15-MAX-AGE + 1 - W04-AGE-DAYS.
           IF W19-EXPIRED-DAY < 0
               MOVE 0 TO W19-EXPIRED-DAY
           END-IF.
           IF W16-WARN > 0 AND W16-WARN < W15-MAX-AGE
               COMPUTE W18-WARNED-DAY =
                   W15-MAX-AGE - W16-WARN - W04-AGE-DAYS
               IF W18-WARNED-DAY < 0
                   MOVE 0 TO W18-WARNED-DAY
               END-IF
           END-IF.
           IF W04-AGE-DAYS > W15-MAX-AGE
               IF USR-GRACE-USED NOT < W17-GRACE
                   MOVE 0 TO W20-NOGRACE-DAY
               END-IF
           ELSE
               IF W17-GRACE = 0
                   MOVE W19-EXPIRED-DAY TO W20-NOGRACE-DAY
               END-IF
           END-IF.
       PROJECT-EVENT-DAYS-EXIT.
           EXIT.

       WRITE-FORECAST-REPORT.
           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           PERFORM VARYING W13-CLASS-SUB FROM 1 BY 1
                   UNTIL W13-CLASS-SUB > W11-CLASS-COUNT
               PERFORM WRITE-ONE-CLASS
           END-PERFORM.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "CUENTAS PROYECTADAS: " W21-ACCOUNTS
               "  CLASES: " W11-CLASS-COUNT
               "  SIN PROYECTAR (TABLA LLENA): " W22-UNCLASSED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       WRITE-ONE-CLASS.
           IF W12-CLASS(W13-CLASS-SUB) = SPACES
               MOVE "*OMI" TO W23-CLASS-LABEL
           ELSE
               MOVE W12-CLASS(W13-CLASS-SUB) TO W23-CLASS-LABEL
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "CLASE " W23-CLASS-LABEL
               "  CUENTAS " W12-ACCOUNTS(W13-CLASS-SUB)
               "  ACTUAL: VIGENCIA " W12-CUR-MAX-AGE(W13-CLASS-SUB)
               " AVISO " W12-CUR-WARN(W13-CLASS-SUB)
               " GRACIA " W12-CUR-GRACE(W13-CLASS-SUB)
               "  PROPUESTA: VIGENCIA " W12-PRO-MAX-AGE(W13-CLASS-SUB)
               " AVISO " W12-PRO-WARN(W13-CLASS-SUB)
               " GRACIA " W12-PRO-GRACE(W13-CLASS-SUB)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    FECHA      ACT AVISO  ACT VENCE ACT S/GRAC"
               "  PRO AVISO  PRO VENCE PRO S/GRAC"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           INITIALIZE W25-TOTALS.
           PERFORM VARYING W06-DAY-SUB FROM 1 BY 1
                   UNTIL W06-DAY-SUB > W01-HORIZON-DAYS + 1
               PERFORM WRITE-ONE-DAY THRU WRITE-ONE-DAY-EXIT
           END-PERFORM.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    TOTAL   " W25-CUR-WARNED "    " W25-CUR-EXPIRED
               "    " W25-CUR-NOGRACE "    " W25-PRO-WARNED
               "    " W25-PRO-EXPIRED "    " W25-PRO-NOGRACE
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       WRITE-ONE-DAY.
           ADD W12-CUR-WARNED(W13-CLASS-SUB, W06-DAY-SUB)
               TO W25-CUR-WARNED.
           ADD W12-CUR-EXPIRED(W13-CLASS-SUB, W06-DAY-SUB)
               TO W25-CUR-EXPIRED.
           ADD W12-CUR-NOGRACE(W13-CLASS-SUB, W06-DAY-SUB)
               TO W25-CUR-NOGRACE.
           ADD W12-PRO-WARNED(W13-CLASS-SUB, W06-DAY-SUB)
               TO W25-PRO-WARNED.
           ADD W12-PRO-EXPIRED(W13-CLASS-SUB, W06-DAY-SUB)
               TO W25-PRO-EXPIRED.
           ADD W12-PRO-NOGRACE(W13-CLASS-SUB, W06-DAY-SUB)
               TO W25-PRO-NOGRACE.
           COMPUTE W26-DAY-HITS =
               W12-CUR-WARNED(W13-CLASS-SUB, W06-DAY-SUB)
               + W12-CUR-EXPIRED(W13-CLASS-SUB, W06-DAY-SUB)
               + W12-CUR-NOGRACE(W13-CLASS-SUB, W06-DAY-SUB)
               + W12-PRO-WARNED(W13-CLASS-SUB, W06-DAY-SUB)
               + W12-PRO-EXPIRED(W13-CLASS-SUB, W06-DAY-SUB)
               + W12-PRO-NOGRACE(W13-CLASS-SUB, W06-DAY-SUB).
           IF W26-DAY-HITS = 0
               GO TO WRITE-ONE-DAY-EXIT
           END-IF.
           COMPUTE W07-DAY-NUMERIC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W02-TODAY-NUMERIC)
               + W06-DAY-SUB - 1).
           MOVE W07-DAY-NUMERIC TO W24-DAY-LABEL.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    " W24-DAY-LABEL "     "
               W12-CUR-WARNED(W13-CLASS-SUB, W06-DAY-SUB) "      "
               W12-CUR-EXPIRED(W13-CLASS-SUB, W06-DAY-SUB) "      "
               W12-CUR-NOGRACE(W13-CLASS-SUB, W06-DAY-SUB) "      "
               W12-PRO-WARNED(W13-CLASS-SUB, W06-DAY-SUB) "      "
               W12-PRO-EXPIRED(W13-CLASS-SUB, W06-DAY-SUB) "      "
               W12-PRO-NOGRACE(W13-CLASS-SUB, W06-DAY-SUB)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
       WRITE-ONE-DAY-EXIT.
           EXIT.
