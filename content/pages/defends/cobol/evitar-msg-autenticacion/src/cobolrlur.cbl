       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLRLUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ROLES ASSIGN TO "USERROLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS URL-USERNAME
           FILE STATUS IS WS-USERROLE-STATUS.

           SELECT ROLE-USAGE ASSIGN TO "ROLEUSE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-KEY
           FILE STATUS IS WS-ROLEUSE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD USER-ROLES.
       01 USER-ROLE-RECORD.
           05 URL-USERNAME   PIC X(16).
           05 URL-GRANT-TABLE.
               10 URL-GRANT OCCURS 5 TIMES.
                   15 URL-ROLE       PIC X(08).
                   15 URL-GRANTED-BY PIC X(16).
                   15 URL-GRANTED-TS PIC X(14).
                   15 URL-EXPIRES    PIC X(08).

       FD ROLE-USAGE.
       01 ROLE-USAGE-RECORD.
           05 RU-KEY.
               10 RU-USERNAME PIC X(16).
               10 RU-ROLE     PIC X(08).
           05 RU-LAST-USED    PIC X(14).
           05 RU-LAST-PROGRAM PIC X(10).
           05 RU-LAST-CORRID  PIC X(12).
           05 RU-USE-COUNT    PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
           88 WS-USERROLE-EOF VALUE "10".
       01 WS-ROLEUSE-STATUS  PIC X(02) VALUE "00".
           88 WS-ROLEUSE-FOUND VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLRLUR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-SUB            PIC 9(01) VALUE 0.
       01 W02-IDLE-LIMIT     PIC 9(03) VALUE 90.
       01 W03-TODAY-NUMERIC  PIC 9(08).
       01 W04-SINCE-NUMERIC  PIC 9(08).
       01 W05-IDLE-DAYS      PIC S9(05) VALUE 0.
       01 W06-IDLE-DISP      PIC 9(05) VALUE 0.
       01 W07-LAST-USED      PIC X(14) VALUE SPACES.
       01 W08-USE-COUNT      PIC 9(07) VALUE 0.
       01 W09-FLAG           PIC X(20) VALUE SPACES.
       01 W10-GRANTS         PIC 9(07) VALUE 0.
       01 W11-UNUSED         PIC 9(07) VALUE 0.
       01 W12-NEVER          PIC 9(07) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "ROLEUSERPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "USO DE ROLES OTORGADOS - CANDIDATOS A REVOCAR".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Monthly companion to the recertification run: for every live
      * USERROLE grant, the last time COBOLMENU launched a program
      * under that role.  A grant idle for W02-IDLE-LIMIT days,
      * counted from its last use or from the grant itself when it
      * was never used, is flagged so the reviewer can revoke it
      * with evidence instead of signing off blind.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W03-TODAY-NUMERIC.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "USUARIO          ROL      OTORGADO ULTIMO USO    "
               "  USOS    DIAS INACT  MARCA"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT ROLE-USAGE.
           OPEN INPUT USER-ROLES.
           READ USER-ROLES NEXT RECORD
               AT END SET WS-USERROLE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-USERROLE-EOF
               PERFORM VARYING W01-SUB FROM 1 BY 1 UNTIL W01-SUB > 5
                   IF URL-ROLE(W01-SUB) NOT = SPACES
                       AND (URL-EXPIRES(W01-SUB) = SPACES
                        OR URL-EXPIRES(W01-SUB) NOT <
                           WS-CURRENT-DATE(1:8))
                       PERFORM REPORT-ONE-GRANT
                   END-IF
               END-PERFORM
               READ USER-ROLES NEXT RECORD
                   AT END SET WS-USERROLE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE USER-ROLES.
           CLOSE ROLE-USAGE.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "OTORGAMIENTOS: " W10-GRANTS
               "  SIN USO EN " W02-IDLE-LIMIT " DIAS: " W11-UNUSED
               "  NUNCA USADOS: " W12-NEVER
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "OTORGADOS" TO WS-RSW-CTR-NAME(1).
           MOVE W10-GRANTS TO WS-RSW-CTR-VALUE(1).
           MOVE "SIN USO" TO WS-RSW-CTR-NAME(2).
           MOVE W11-UNUSED TO WS-RSW-CTR-VALUE(2).
           MOVE "NUNCA USADOS" TO WS-RSW-CTR-NAME(3).
           MOVE W12-NEVER TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Otorgamientos revisados: " W10-GRANTS.
           DISPLAY "Candidatos a revocar: " W11-UNUSED.

           GOBACK.

       REPORT-ONE-GRANT.
           ADD 1 TO W10-GRANTS.
           MOVE URL-USERNAME TO RU-USERNAME.
           MOVE URL-ROLE(W01-SUB) TO RU-ROLE.
           READ ROLE-USAGE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ROLEUSE-FOUND
               MOVE RU-LAST-USED TO W07-LAST-USED
               MOVE RU-USE-COUNT TO W08-USE-COUNT
           ELSE
               MOVE SPACES TO W07-LAST-USED
               MOVE 0 TO W08-USE-COUNT
               ADD 1 TO W12-NEVER
           END-IF.

           MOVE 0 TO W05-IDLE-DAYS.
           IF W07-LAST-USED(1:8) NUMERIC
               MOVE W07-LAST-USED(1:8) TO W04-SINCE-NUMERIC
           ELSE
               IF URL-GRANTED-TS(W01-SUB)(1:8) NUMERIC
                   MOVE URL-GRANTED-TS(W01-SUB)(1:8)
                       TO W04-SINCE-NUMERIC
               ELSE
                   MOVE W03-TODAY-NUMERIC TO W04-SINCE-NUMERIC
               END-IF
           END-IF.
           COMPUTE W05-IDLE-DAYS =
               FUNCTION INTEGER-OF-DATE(W03-TODAY-NUMERIC) -
               FUNCTION INTEGER-OF-DATE(W04-SINCE-NUMERIC).
           IF W05-IDLE-DAYS < 0
               MOVE 0 TO W05-IDLE-DAYS
           END-IF.
           MOVE W05-IDLE-DAYS TO W06-IDLE-DISP.

           MOVE SPACES TO W09-FLAG.
           IF W05-IDLE-DAYS NOT < W02-IDLE-LIMIT
               ADD 1 TO W11-UNUSED
               MOVE "CANDIDATO A REVOCAR" TO W09-FLAG
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING URL-USERNAME " " URL-ROLE(W01-SUB) " "
               URL-GRANTED-TS(W01-SUB)(1:8) " " W07-LAST-USED " "
               W08-USE-COUNT " " W06-IDLE-DISP "  " W09-FLAG
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
