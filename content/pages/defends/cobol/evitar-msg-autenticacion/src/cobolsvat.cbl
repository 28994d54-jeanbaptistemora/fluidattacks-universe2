       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSVAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT USER-ROLES ASSIGN TO "USERROLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS URL-USERNAME
           FILE STATUS IS WS-USERROLE-STATUS.

           SELECT KEY-ACCESS-AUDIT ASSIGN TO "KEYACCAUD"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

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

       FD USER-ROLES.
       01 USER-ROLE-RECORD.
           05 URL-USERNAME   PIC X(16).
           05 URL-GRANT-TABLE.
               10 URL-GRANT OCCURS 5 TIMES.
                   15 URL-ROLE       PIC X(08).
                   15 URL-GRANTED-BY PIC X(16).
                   15 URL-GRANTED-TS PIC X(14).
                   15 URL-EXPIRES    PIC X(08).

       FD KEY-ACCESS-AUDIT.
       01 KEY-ACCESS-AUDIT-RECORD.
           05 KA-TIMESTAMP PIC X(21).
           05 KA-CALLER    PIC X(10).
           05 KA-PURPOSE   PIC X(20).
           05 KA-CORRID    PIC X(12).
           05 KA-OUTCOME   PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-FOUND VALUE "00".
           88 WS-USRMAST-EOF   VALUE "10".
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
           88 WS-USERROLE-FOUND VALUE "00".
       01 WS-AUDIT-STATUS    PIC X(02) VALUE "00".
           88 WS-AUDIT-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLSVAT".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-SVC-COUNT      PIC 9(03) VALUE 0.
       01 W02-SVC-TABLE.
           05 W02-SVC OCCURS 200 TIMES.
               10 W02-USERNAME    PIC X(16).
               10 W02-OWNER-ID    PIC X(10).
               10 W02-OWNER-USER  PIC X(16).
               10 W02-OWNER-STATE PIC X(01).
                   88 W02-OWNER-ACTIVE VALUE "A".
               10 W02-STATUS      PIC X(01).
               10 W02-PURPOSE     PIC X(20).
               10 W02-LAST-USE    PIC X(14).
       01 W03-SUB            PIC 9(03) VALUE 0.
       01 W04-ROLE-SUB       PIC 9(01) VALUE 0.
       01 W05-ROLE-LINE      PIC X(45) VALUE SPACES.
       01 W06-ROLE-PTR       PIC 9(03) VALUE 1.
       01 W07-ACTION         PIC X(20) VALUE SPACES.
       01 W08-LISTED         PIC 9(07) VALUE 0.
       01 W09-DISABLED       PIC 9(07) VALUE 0.
       01 W10-ORPHANED       PIC 9(07) VALUE 0.
       01 W11-REVOKED        PIC 9(05) VALUE 0.
       01 W12-REVOKE-USER    PIC X(16) VALUE SPACES.
       01 W54-JRN-PROGRAM   PIC X(10) VALUE "COBOLSVAT".
       01 W55-JRN-FILE      PIC X(10) VALUE "USRMAST".
       01 W56-JRN-ACTION    PIC X(01) VALUE "U".
       01 W57-JRN-KEY       PIC X(256) VALUE SPACES.
       01 W58-JRN-BEFORE    PIC X(600) VALUE SPACES.
       01 W59-JRN-AFTER     PIC X(600) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "SVCATTRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "ATESTACION TRIMESTRAL DE CUENTAS DE SERVICIO".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Quarterly owner attestation for batch identities.  Each
      * service account is listed with its owner, its roles and the
      * last time a job fetched its KEYVAULT credential.  When no
      * live interactive account carries the owner's employee id any
      * more - the owner has left and HR disabled them - the service
      * account is disabled here and its sessions are ended.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN I-O USER-MASTER.
           PERFORM LOAD-SERVICE-ACCOUNTS.
           PERFORM RESOLVE-OWNERS.
           PERFORM FIND-LAST-USE.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           OPEN INPUT USER-ROLES.
           PERFORM VARYING W03-SUB FROM 1 BY 1
                   UNTIL W03-SUB > W01-SVC-COUNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM.
           CLOSE USER-ROLES.
           CLOSE USER-MASTER.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "CUENTAS: " W08-LISTED
               "  SIN RESPONSABLE VIGENTE: " W10-ORPHANED
               "  DESHABILITADAS EN ESTA CORRIDA: " W09-DISABLED
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
           MOVE "LISTADAS" TO WS-RSW-CTR-NAME(1).
           MOVE W08-LISTED TO WS-RSW-CTR-VALUE(1).
           MOVE "HUERFANAS" TO WS-RSW-CTR-NAME(2).
           MOVE W10-ORPHANED TO WS-RSW-CTR-VALUE(2).
           MOVE "DESHABILIT" TO WS-RSW-CTR-NAME(3).
           MOVE W09-DISABLED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Cuentas de servicio: " W08-LISTED.
           DISPLAY "Deshabilitadas por baja del responsable: "
               W09-DISABLED.

           GOBACK.

       START-USRMAST-SCAN.
           MOVE SPACES TO USR-USERNAME.
           START USER-MASTER KEY IS NOT LESS THAN USR-USERNAME
               INVALID KEY SET WS-USRMAST-EOF TO TRUE
           END-START.
           IF NOT WS-USRMAST-EOF
               READ USER-MASTER NEXT RECORD
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
           END-IF.

       LOAD-SERVICE-ACCOUNTS.
           MOVE 0 TO W01-SVC-COUNT.
           PERFORM START-USRMAST-SCAN.
           PERFORM UNTIL WS-USRMAST-EOF
               IF USR-IS-SERVICE AND W01-SVC-COUNT < 200
                   ADD 1 TO W01-SVC-COUNT
                   MOVE USR-USERNAME TO W02-USERNAME(W01-SVC-COUNT)
                   MOVE USR-OWNER-ID TO W02-OWNER-ID(W01-SVC-COUNT)
                   MOVE SPACES TO W02-OWNER-USER(W01-SVC-COUNT)
                   MOVE "X" TO W02-OWNER-STATE(W01-SVC-COUNT)
                   MOVE USR-STATUS TO W02-STATUS(W01-SVC-COUNT)
                   MOVE SPACES TO W02-PURPOSE(W01-SVC-COUNT)
                   STRING "SVC-" USR-USERNAME
                       DELIMITED BY SIZE
                       INTO W02-PURPOSE(W01-SVC-COUNT)
                   MOVE SPACES TO W02-LAST-USE(W01-SVC-COUNT)
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
           END-PERFORM.

      * An owner counts as present while at least one enabled
      * interactive account carries the employee id.
       RESOLVE-OWNERS.
           PERFORM START-USRMAST-SCAN.
           PERFORM UNTIL WS-USRMAST-EOF
               IF NOT USR-IS-SERVICE AND USR-EMPLOYEE-ID NOT = SPACES
                   PERFORM MATCH-ONE-OWNER
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
           END-PERFORM.

       MATCH-ONE-OWNER.
           PERFORM VARYING W03-SUB FROM 1 BY 1
                   UNTIL W03-SUB > W01-SVC-COUNT
               IF W02-OWNER-ID(W03-SUB) = USR-EMPLOYEE-ID
                   AND NOT W02-OWNER-ACTIVE(W03-SUB)
                   MOVE USR-USERNAME TO W02-OWNER-USER(W03-SUB)
                   IF USR-IS-DISABLED
                       MOVE "D" TO W02-OWNER-STATE(W03-SUB)
                   ELSE
                       MOVE "A" TO W02-OWNER-STATE(W03-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      * Jobs fetch the credential through COBOLVGET, which logs every
      * granted retrieval; the newest one is the account's last use.
       FIND-LAST-USE.
           MOVE "00" TO WS-AUDIT-STATUS.
           OPEN INPUT KEY-ACCESS-AUDIT.
           IF WS-AUDIT-STATUS = "00"
               READ KEY-ACCESS-AUDIT
                   AT END SET WS-AUDIT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUDIT-EOF
                   IF KA-OUTCOME = "A" AND KA-PURPOSE(1:4) = "SVC-"
                       PERFORM NOTE-ONE-USE
                   END-IF
                   READ KEY-ACCESS-AUDIT
                       AT END SET WS-AUDIT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KEY-ACCESS-AUDIT
           END-IF.

       NOTE-ONE-USE.
           PERFORM VARYING W03-SUB FROM 1 BY 1
                   UNTIL W03-SUB > W01-SVC-COUNT
               IF W02-PURPOSE(W03-SUB) = KA-PURPOSE
                   AND KA-TIMESTAMP(1:14) > W02-LAST-USE(W03-SUB)
                   MOVE KA-TIMESTAMP(1:14) TO W02-LAST-USE(W03-SUB)
               END-IF
           END-PERFORM.

       REPORT-ONE-ACCOUNT.
           ADD 1 TO W08-LISTED.
           PERFORM BUILD-ROLE-LINE.
           MOVE SPACES TO W07-ACTION.
           IF W02-STATUS(W03-SUB) = "D"
               MOVE "YA DESHABILITADA" TO W07-ACTION
           END-IF.
           IF NOT W02-OWNER-ACTIVE(W03-SUB)
               ADD 1 TO W10-ORPHANED
               IF W02-STATUS(W03-SUB) NOT = "D"
                   PERFORM DISABLE-ONE-ACCOUNT
               END-IF
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING W02-USERNAME(W03-SUB) " RESP "
               W02-OWNER-ID(W03-SUB) " " W02-OWNER-USER(W03-SUB)
               " " W02-OWNER-STATE(W03-SUB)
               " ULTIMO USO " W02-LAST-USE(W03-SUB)
               " " W07-ACTION
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    ROLES: " W05-ROLE-LINE
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       BUILD-ROLE-LINE.
           MOVE SPACES TO W05-ROLE-LINE.
           MOVE 1 TO W06-ROLE-PTR.
           MOVE W02-USERNAME(W03-SUB) TO URL-USERNAME.
           READ USER-ROLES
               KEY IS URL-USERNAME
               INVALID KEY CONTINUE
           END-READ.
           IF WS-USERROLE-FOUND
               PERFORM VARYING W04-ROLE-SUB FROM 1 BY 1
                       UNTIL W04-ROLE-SUB > 5
                   IF URL-ROLE(W04-ROLE-SUB) NOT = SPACES
                       STRING URL-ROLE(W04-ROLE-SUB) " "
                           DELIMITED BY SIZE
                           INTO W05-ROLE-LINE
                           WITH POINTER W06-ROLE-PTR
                   END-IF
               END-PERFORM
           ELSE
               MOVE "(SIN ROLES)" TO W05-ROLE-LINE
           END-IF.

       DISABLE-ONE-ACCOUNT.
           MOVE W02-USERNAME(W03-SUB) TO USR-USERNAME.
           READ USER-MASTER
               KEY IS USR-USERNAME
               INVALID KEY CONTINUE
           END-READ.
           IF WS-USRMAST-FOUND
               MOVE USER-MASTER-RECORD TO W58-JRN-BEFORE
               MOVE "D" TO USR-STATUS
               REWRITE USER-MASTER-RECORD
               MOVE SPACES TO W57-JRN-KEY
               MOVE USR-USERNAME TO W57-JRN-KEY(1:16)
               MOVE USER-MASTER-RECORD TO W59-JRN-AFTER
               CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
                   W55-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
                   W58-JRN-BEFORE, W59-JRN-AFTER
               MOVE W02-USERNAME(W03-SUB) TO W12-REVOKE-USER
               CALL "COBOLSESSRV" USING W12-REVOKE-USER, W11-REVOKED
               MOVE "D" TO W02-STATUS(W03-SUB)
               ADD 1 TO W09-DISABLED
               MOVE "DESHABILITADA" TO W07-ACTION
           END-IF.
