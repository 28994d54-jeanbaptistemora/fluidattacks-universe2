       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLFRZR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BC-DATE
           FILE STATUS IS WS-CAL-STATUS.

           SELECT FREEZE-OVERRIDES ASSIGN TO "FRZOVR"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.

           SELECT DICT-AUDIT ASSIGN TO "FDAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FDA-STATUS.

           SELECT RUNBOOK-AUDIT ASSIGN TO "RBAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RBA-STATUS.

           SELECT CATALOG-AUDIT ASSIGN TO "QCAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-QCA-STATUS.

           SELECT PLAN-AUDIT ASSIGN TO "JPAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JPA-STATUS.

           SELECT CONFIG-AUDIT ASSIGN TO "CFGAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CGA-STATUS.

           SELECT PENDING-ROLES ASSIGN TO "PENDROLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PR-KEY
           FILE STATUS IS WS-PENDROLE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BUSINESS-CALENDAR.
       01 BUSINESS-CALENDAR-RECORD.
           05 BC-DATE PIC X(08).
           05 BC-TYPE PIC X(01).
               88 BC-HOLIDAY   VALUE "H".
               88 BC-MONTH-END VALUE "E".
           05 BC-FREEZE-ID PIC X(08).
           05 BC-FREEZE-SCOPES.
               10 BC-FREEZE-SCOPE PIC X(10) OCCURS 4 TIMES.

       FD FREEZE-OVERRIDES.
       01 FREEZE-OVERRIDE-RECORD.
           05 FO-TIMESTAMP PIC X(14).
           05 FO-FREEZE-ID PIC X(08).
           05 FO-FILE-NAME PIC X(10).
           05 FO-OPERATOR  PIC X(16).
           05 FO-APPROVER  PIC X(16).
           05 FO-REASON    PIC X(60).

       FD DICT-AUDIT.
       01 DICT-AUDIT-RECORD.
           05 FA-TIMESTAMP  PIC X(14).
           05 FA-OPERATOR   PIC X(16).
           05 FA-ACTION     PIC X(01).
           05 FA-FIELDNAME  PIC X(20).
           05 FA-OLD-MAXLEN  PIC 9(04).
           05 FA-OLD-CHARSET PIC X(01).
           05 FA-OLD-XSSMODE PIC X(01).
           05 FA-OLD-MINLEN  PIC 9(04).
           05 FA-OLD-PATTERN PIC X(20).
           05 FA-OLD-LOW     PIC 9(09).
           05 FA-OLD-HIGH    PIC 9(09).
           05 FA-OLD-SENSIT  PIC X(01).

       FD RUNBOOK-AUDIT.
       01 RUNBOOK-AUDIT-RECORD.
           05 RA-TIMESTAMP PIC X(14).
           05 RA-OPERATOR  PIC X(16).
           05 RA-ACTION    PIC X(01).
           05 RA-PROGRAM   PIC X(20).
           05 RA-EXCEPTION PIC X(10).

       FD CATALOG-AUDIT.
       01 CATALOG-AUDIT-RECORD.
           05 QM-TIMESTAMP PIC X(14).
           05 QM-OPERATOR  PIC X(16).
           05 QM-ACTION    PIC X(01).
           05 QM-NAME      PIC X(10).
           05 QM-TABLE     PIC X(30).

       FD PLAN-AUDIT.
       01 PLAN-AUDIT-RECORD.
           05 JA-TIMESTAMP PIC X(14).
           05 JA-OPERATOR  PIC X(16).
           05 JA-ACTION    PIC X(01).
           05 JA-VERSION   PIC 9(03).
           05 JA-STEP      PIC 9(03).
           05 JA-PROGRAM   PIC X(10).

       FD CONFIG-AUDIT.
       01 CONFIG-AUDIT-RECORD.
           05 CG-TIMESTAMP PIC X(14).
           05 CG-OPERATOR  PIC X(16).
           05 CG-ACTION    PIC X(01).
           05 CG-FILE      PIC X(10).
           05 CG-KEY       PIC X(30).

       FD PENDING-ROLES.
       01 PENDING-ROLE-RECORD.
           05 PR-KEY.
               10 PR-TIMESTAMP   PIC X(14).
               10 PR-TARGET-USER PIC X(16).
           05 PR-REQUESTOR    PIC X(16).
           05 PR-ACTION       PIC X(01).
               88 PR-ACTION-ADD    VALUE "A".
               88 PR-ACTION-UPDATE VALUE "U".
               88 PR-ACTION-DELETE VALUE "D".
           05 PR-GRANT-TABLE.
               10 PR-GRANT OCCURS 5 TIMES.
                   15 PR-ROLE       PIC X(08).
                   15 PR-GRANTED-BY PIC X(16).
                   15 PR-GRANTED-TS PIC X(14).
                   15 PR-EXPIRES    PIC X(08).
           05 PR-STATUS       PIC X(01).
               88 PR-IS-PENDING  VALUE "P".
               88 PR-IS-APPROVED VALUE "A".
               88 PR-IS-REJECTED VALUE "R".
               88 PR-IS-CONFLICT VALUE "C".
           05 PR-APPROVER     PIC X(16).
           05 PR-APPROVED-TS  PIC X(14).
           05 PR-BASE-FOUND   PIC X(01).
               88 PR-BASE-PRESENT VALUE "Y".
               88 PR-BASE-ABSENT  VALUE "N".
           05 PR-BASE-TABLE.
               10 PR-BASE-GRANT OCCURS 5 TIMES.
                   15 PR-BASE-ROLE       PIC X(08).
                   15 PR-BASE-GRANTED-BY PIC X(16).
                   15 PR-BASE-GRANTED-TS PIC X(14).
                   15 PR-BASE-EXPIRES    PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS      PIC X(02) VALUE "00".
           88 WS-CAL-EOF      VALUE "10".
       01 WS-OVR-STATUS      PIC X(02) VALUE "00".
           88 WS-OVR-EOF      VALUE "10".
       01 WS-FDA-STATUS      PIC X(02) VALUE "00".
           88 WS-FDA-EOF      VALUE "10".
       01 WS-RBA-STATUS      PIC X(02) VALUE "00".
           88 WS-RBA-EOF      VALUE "10".
       01 WS-QCA-STATUS      PIC X(02) VALUE "00".
           88 WS-QCA-EOF      VALUE "10".
       01 WS-JPA-STATUS      PIC X(02) VALUE "00".
           88 WS-JPA-EOF      VALUE "10".
       01 WS-CGA-STATUS      PIC X(02) VALUE "00".
           88 WS-CGA-EOF      VALUE "10".
       01 WS-PENDROLE-STATUS PIC X(02) VALUE "00".
           88 WS-PENDROLE-EOF VALUE "10".
       01 WS-CORRID         PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLFRZR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-TODAY          PIC X(08) VALUE SPACES.
       01 W02-WIN-COUNT      PIC 9(02) VALUE 0.
       01 W03-WIN-TABLE.
           05 W03-WIN OCCURS 20 TIMES.
               10 W03-WIN-ID     PIC X(08).
               10 W03-WIN-FROM   PIC X(08).
               10 W03-WIN-TO     PIC X(08).
               10 W03-WIN-SCOPES.
                   15 W03-WIN-SCOPE PIC X(10) OCCURS 4 TIMES.
       01 W04-WIN-SUB        PIC 9(02) VALUE 0.
       01 W05-SCOPE-SUB      PIC 9(01) VALUE 0.
       01 W06-CHG-TS         PIC X(14) VALUE SPACES.
       01 W07-CHG-FILE       PIC X(10) VALUE SPACES.
       01 W08-CHG-ACTION     PIC X(01) VALUE SPACE.
       01 W09-CHG-KEY        PIC X(30) VALUE SPACES.
       01 W10-CHG-OPERATOR   PIC X(16) VALUE SPACES.
       01 W11-CHG-IN-SCOPE   PIC X(01) VALUE "N".
           88 W11-CHG-FROZEN VALUE "Y".
       01 W12-CHG-FLAG       PIC X(10) VALUE SPACES.
       01 W13-WIN-CHANGES    PIC 9(07) VALUE 0.
       01 W14-WIN-FROZEN     PIC 9(07) VALUE 0.
       01 W15-WIN-OVERRIDES  PIC 9(07) VALUE 0.
       01 W16-WINDOWS        PIC 9(07) VALUE 0.
       01 W17-CHANGES        PIC 9(07) VALUE 0.
       01 W18-OVERRIDES      PIC 9(07) VALUE 0.
       01 W19-UNREADABLE     PIC X(01) VALUE "N".
           88 W19-CAL-UNREADABLE VALUE "Y".
       01 W20-UNEXPLAINED    PIC X(01) VALUE "N".
           88 W20-HAS-UNEXPLAINED VALUE "Y".
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "FRZCHGRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "CAMBIOS DE CONFIGURACION EN PERIODOS CONGELADOS".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Post-freeze report.  Every freeze window on BUSCAL that has
      * already ended (dates sharing a BC-FREEZE-ID, first to last)
      * gets a section listing each maintenance change made between
      * those dates - dictionary, runbook, query catalog, job plan
      * versions, the plan's file and inbound declarations, balancing
      * rules, role requests and approvals and direct role changes -
      * flagged CONGELADO when the window's scope covered the file,
      * followed by the emergency overrides COBOLFRZC recorded for
      * the window.  More frozen changes than overrides means
      * something reached a frozen file without going through the
      * check; the window is flagged and the run ends 04.  Ends 08
      * when BUSCAL cannot be read.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW(1:8) TO W01-TODAY.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           PERFORM LOAD-WINDOWS.
           IF W19-CAL-UNREADABLE
               MOVE "BUSCAL NO DISPONIBLE EN ESTA CORRIDA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING W04-WIN-SUB FROM 1 BY 1
                       UNTIL W04-WIN-SUB > W02-WIN-COUNT
                   IF W03-WIN-TO(W04-WIN-SUB) < W01-TODAY
                       PERFORM REPORT-ONE-WINDOW
                   END-IF
               END-PERFORM
               IF W16-WINDOWS = 0
                   MOVE "SIN PERIODOS DE CONGELAMIENTO CONCLUIDOS"
                       TO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PERIODOS " W16-WINDOWS
               " CAMBIOS " W17-CHANGES
               " CAMBIOS DE EMERGENCIA " W18-OVERRIDES
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "PERIODOS" TO WS-RSW-CTR-NAME(1).
           MOVE W16-WINDOWS TO WS-RSW-CTR-VALUE(1).
           MOVE "CAMBIOS" TO WS-RSW-CTR-NAME(2).
           MOVE W17-CHANGES TO WS-RSW-CTR-VALUE(2).
           MOVE "EMERGENCIAS" TO WS-RSW-CTR-NAME(3).
           MOVE W18-OVERRIDES TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Periodos: " W16-WINDOWS
               " Cambios: " W17-CHANGES
               " Emergencias: " W18-OVERRIDES.
           EVALUATE TRUE
               WHEN W19-CAL-UNREADABLE
                   MOVE 8 TO RETURN-CODE
               WHEN W20-HAS-UNEXPLAINED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * BUSCAL comes back in date order, so the first date seen for a
      * freeze id opens its window and each later one extends it.
       LOAD-WINDOWS.
           MOVE "00" TO WS-CAL-STATUS.
           OPEN INPUT BUSINESS-CALENDAR.
           IF WS-CAL-STATUS NOT = "00"
               MOVE "Y" TO W19-UNREADABLE
           ELSE
               READ BUSINESS-CALENDAR NEXT RECORD
                   AT END SET WS-CAL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CAL-EOF
                   IF BC-FREEZE-ID NOT = SPACES
                       PERFORM NOTE-WINDOW-DATE
                           THRU NOTE-WINDOW-DATE-EXIT
                   END-IF
                   READ BUSINESS-CALENDAR NEXT RECORD
                       AT END SET WS-CAL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BUSINESS-CALENDAR
           END-IF.

       NOTE-WINDOW-DATE.
           PERFORM VARYING W04-WIN-SUB FROM 1 BY 1
                   UNTIL W04-WIN-SUB > W02-WIN-COUNT
               IF W03-WIN-ID(W04-WIN-SUB) = BC-FREEZE-ID
                   IF BC-DATE > W03-WIN-TO(W04-WIN-SUB)
                       MOVE BC-DATE TO W03-WIN-TO(W04-WIN-SUB)
                   END-IF
                   GO TO NOTE-WINDOW-DATE-EXIT
               END-IF
           END-PERFORM.
           IF W02-WIN-COUNT < 20
               ADD 1 TO W02-WIN-COUNT
               MOVE BC-FREEZE-ID TO W03-WIN-ID(W02-WIN-COUNT)
               MOVE BC-DATE TO W03-WIN-FROM(W02-WIN-COUNT)
               MOVE BC-DATE TO W03-WIN-TO(W02-WIN-COUNT)
               MOVE BC-FREEZE-SCOPES TO W03-WIN-SCOPES(W02-WIN-COUNT)
           END-IF.
       NOTE-WINDOW-DATE-EXIT.
           EXIT.

       REPORT-ONE-WINDOW.
           ADD 1 TO W16-WINDOWS.
           MOVE 0 TO W13-WIN-CHANGES, W14-WIN-FROZEN,
                     W15-WIN-OVERRIDES.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PERIODO " W03-WIN-ID(W04-WIN-SUB)
               " DEL " W03-WIN-FROM(W04-WIN-SUB)
               " AL " W03-WIN-TO(W04-WIN-SUB)
               " ALCANCE " W03-WIN-SCOPE(W04-WIN-SUB, 1)
               " " W03-WIN-SCOPE(W04-WIN-SUB, 2)
               " " W03-WIN-SCOPE(W04-WIN-SUB, 3)
               " " W03-WIN-SCOPE(W04-WIN-SUB, 4)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCAN-DICT-AUDIT.
           PERFORM SCAN-RUNBOOK-AUDIT.
           PERFORM SCAN-CATALOG-AUDIT.
           PERFORM SCAN-PLAN-AUDIT.
           PERFORM SCAN-CONFIG-AUDIT.
           PERFORM SCAN-ROLE-REQUESTS.
           PERFORM SCAN-OVERRIDES.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "  CAMBIOS " W13-WIN-CHANGES
               " EN ALCANCE " W14-WIN-FROZEN
               " EMERGENCIAS " W15-WIN-OVERRIDES
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W14-WIN-FROZEN > W15-WIN-OVERRIDES
               MOVE "Y" TO W20-UNEXPLAINED
               MOVE SPACES TO W63-RPT-LINE
               MOVE "  ** CAMBIOS EN ALCANCE SIN EMERGENCIA REGISTRADA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SCAN-DICT-AUDIT.
           MOVE "00" TO WS-FDA-STATUS.
           OPEN INPUT DICT-AUDIT.
           IF WS-FDA-STATUS = "00"
               READ DICT-AUDIT
                   AT END SET WS-FDA-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FDA-EOF
                   MOVE FA-TIMESTAMP TO W06-CHG-TS
                   MOVE "FIELDDICT"  TO W07-CHG-FILE
                   MOVE FA-ACTION    TO W08-CHG-ACTION
                   MOVE FA-FIELDNAME TO W09-CHG-KEY
                   MOVE FA-OPERATOR  TO W10-CHG-OPERATOR
                   PERFORM NOTE-CHANGE THRU NOTE-CHANGE-EXIT
                   READ DICT-AUDIT
                       AT END SET WS-FDA-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DICT-AUDIT
           END-IF.

       SCAN-RUNBOOK-AUDIT.
           MOVE "00" TO WS-RBA-STATUS.
           OPEN INPUT RUNBOOK-AUDIT.
           IF WS-RBA-STATUS = "00"
               READ RUNBOOK-AUDIT
                   AT END SET WS-RBA-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-RBA-EOF
                   MOVE RA-TIMESTAMP TO W06-CHG-TS
                   MOVE "RUNBOOK"    TO W07-CHG-FILE
                   MOVE RA-ACTION    TO W08-CHG-ACTION
                   MOVE SPACES       TO W09-CHG-KEY
                   STRING RA-PROGRAM DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          RA-EXCEPTION DELIMITED BY SPACE
                          INTO W09-CHG-KEY
                   MOVE RA-OPERATOR  TO W10-CHG-OPERATOR
                   PERFORM NOTE-CHANGE THRU NOTE-CHANGE-EXIT
                   READ RUNBOOK-AUDIT
                       AT END SET WS-RBA-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RUNBOOK-AUDIT
           END-IF.

       SCAN-CATALOG-AUDIT.
           MOVE "00" TO WS-QCA-STATUS.
           OPEN INPUT CATALOG-AUDIT.
           IF WS-QCA-STATUS = "00"
               READ CATALOG-AUDIT
                   AT END SET WS-QCA-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-QCA-EOF
                   MOVE QM-TIMESTAMP TO W06-CHG-TS
                   MOVE "QRYCAT"     TO W07-CHG-FILE
                   MOVE QM-ACTION    TO W08-CHG-ACTION
                   MOVE QM-NAME      TO W09-CHG-KEY
                   MOVE QM-OPERATOR  TO W10-CHG-OPERATOR
                   PERFORM NOTE-CHANGE THRU NOTE-CHANGE-EXIT
                   READ CATALOG-AUDIT
                       AT END SET WS-QCA-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-AUDIT
           END-IF.

       SCAN-PLAN-AUDIT.
           MOVE "00" TO WS-JPA-STATUS.
           OPEN INPUT PLAN-AUDIT.
           IF WS-JPA-STATUS = "00"
               READ PLAN-AUDIT
                   AT END SET WS-JPA-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-JPA-EOF
                   MOVE JA-TIMESTAMP TO W06-CHG-TS
                   MOVE "JOBPLAN"    TO W07-CHG-FILE
                   MOVE JA-ACTION    TO W08-CHG-ACTION
                   MOVE SPACES       TO W09-CHG-KEY
                   STRING "VERSION " JA-VERSION " PASO " JA-STEP
                          " " JA-PROGRAM
                          DELIMITED BY SIZE
                          INTO W09-CHG-KEY
                   MOVE JA-OPERATOR  TO W10-CHG-OPERATOR
                   PERFORM NOTE-CHANGE THRU NOTE-CHANGE-EXIT
                   READ PLAN-AUDIT
                       AT END SET WS-JPA-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLAN-AUDIT
           END-IF.

      * CFGAUDIT is shared by the transactions that log the file the
      * freeze check was made for, so that name is the one scoped.
       SCAN-CONFIG-AUDIT.
           MOVE "00" TO WS-CGA-STATUS.
           OPEN INPUT CONFIG-AUDIT.
           IF WS-CGA-STATUS = "00"
               READ CONFIG-AUDIT
                   AT END SET WS-CGA-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CGA-EOF
                   MOVE CG-TIMESTAMP TO W06-CHG-TS
                   MOVE CG-FILE      TO W07-CHG-FILE
                   MOVE CG-ACTION    TO W08-CHG-ACTION
                   MOVE CG-KEY       TO W09-CHG-KEY
                   MOVE CG-OPERATOR  TO W10-CHG-OPERATOR
                   PERFORM NOTE-CHANGE THRU NOTE-CHANGE-EXIT
                   READ CONFIG-AUDIT
                       AT END SET WS-CGA-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-AUDIT
           END-IF.

      * A role change shows twice when it was approved: once for the
      * COBOLROLM request and once, as action P, for the COBOLRAPR
      * approval that actually updated USERROLE.
       SCAN-ROLE-REQUESTS.
           MOVE "00" TO WS-PENDROLE-STATUS.
           OPEN INPUT PENDING-ROLES.
           IF WS-PENDROLE-STATUS = "00"
               READ PENDING-ROLES NEXT RECORD
                   AT END SET WS-PENDROLE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PENDROLE-EOF
                   MOVE PR-TIMESTAMP   TO W06-CHG-TS
                   MOVE "USERROLE"     TO W07-CHG-FILE
                   MOVE PR-ACTION      TO W08-CHG-ACTION
                   MOVE PR-TARGET-USER TO W09-CHG-KEY
                   MOVE PR-REQUESTOR   TO W10-CHG-OPERATOR
                   PERFORM NOTE-CHANGE THRU NOTE-CHANGE-EXIT
                   IF PR-IS-APPROVED
                       MOVE PR-APPROVED-TS TO W06-CHG-TS
                       MOVE "P"            TO W08-CHG-ACTION
                       MOVE PR-APPROVER    TO W10-CHG-OPERATOR
                       PERFORM NOTE-CHANGE THRU NOTE-CHANGE-EXIT
                   END-IF
                   READ PENDING-ROLES NEXT RECORD
                       AT END SET WS-PENDROLE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-ROLES
           END-IF.

       SCAN-OVERRIDES.
           MOVE "00" TO WS-OVR-STATUS.
           OPEN INPUT FREEZE-OVERRIDES.
           IF WS-OVR-STATUS = "00"
               READ FREEZE-OVERRIDES
                   AT END SET WS-OVR-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-OVR-EOF
                   IF FO-FREEZE-ID = W03-WIN-ID(W04-WIN-SUB)
                       PERFORM REPORT-ONE-OVERRIDE
                   END-IF
                   READ FREEZE-OVERRIDES
                       AT END SET WS-OVR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FREEZE-OVERRIDES
           END-IF.

       REPORT-ONE-OVERRIDE.
           ADD 1 TO W15-WIN-OVERRIDES.
           ADD 1 TO W18-OVERRIDES.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  EMERGENCIA " FO-TIMESTAMP " " FO-FILE-NAME
               " " FO-OPERATOR " APROBO " FO-APPROVER
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    MOTIVO " FO-REASON
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       NOTE-CHANGE.
           IF W06-CHG-TS(1:8) < W03-WIN-FROM(W04-WIN-SUB)
               OR W06-CHG-TS(1:8) > W03-WIN-TO(W04-WIN-SUB)
               GO TO NOTE-CHANGE-EXIT
           END-IF.
           MOVE "N" TO W11-CHG-IN-SCOPE.
           PERFORM VARYING W05-SCOPE-SUB FROM 1 BY 1
                   UNTIL W05-SCOPE-SUB > 4
               IF W03-WIN-SCOPE(W04-WIN-SUB, W05-SCOPE-SUB) = "ALL"
                   OR W03-WIN-SCOPE(W04-WIN-SUB, W05-SCOPE-SUB)
                       = W07-CHG-FILE
                   MOVE "Y" TO W11-CHG-IN-SCOPE
               END-IF
           END-PERFORM.
           ADD 1 TO W13-WIN-CHANGES.
           ADD 1 TO W17-CHANGES.
           IF W11-CHG-FROZEN
               ADD 1 TO W14-WIN-FROZEN
               MOVE "CONGELADO" TO W12-CHG-FLAG
           ELSE
               MOVE SPACES TO W12-CHG-FLAG
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  " W06-CHG-TS " " W07-CHG-FILE " " W08-CHG-ACTION
               " " W09-CHG-KEY " " W10-CHG-OPERATOR " " W12-CHG-FLAG
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       NOTE-CHANGE-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
