       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLXFRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT USER-ROLES ASSIGN TO "USERROLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS URL-USERNAME
           FILE STATUS IS WS-USERROLE-STATUS.

           SELECT TRANSFER-REVIEW ASSIGN TO "XFERREVW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XR-KEY
           FILE STATUS IS WS-XFERREVW-STATUS.

           SELECT CONFIG-AUDIT ASSIGN TO "CFGAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CGA-STATUS.

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

       FD TRANSFER-REVIEW.
       01 TRANSFER-REVIEW-RECORD.
           05 XR-KEY.
               10 XR-USERNAME  PIC X(16).
               10 XR-QUEUED-TS PIC X(14).
           05 XR-EMPLOYEE-ID   PIC X(10).
           05 XR-OLD-DEPT      PIC X(04).
           05 XR-NEW-DEPT      PIC X(04).
           05 XR-OLD-MANAGER   PIC X(06).
           05 XR-NEW-MANAGER   PIC X(06).
           05 XR-DUE-DATE      PIC X(08).
           05 XR-GRANT-TABLE.
               10 XR-GRANT OCCURS 5 TIMES.
                   15 XR-ROLE         PIC X(08).
                   15 XR-ORIG-EXPIRES PIC X(08).
                   15 XR-DECISION     PIC X(01).
                       88 XR-GRANT-PENDING VALUE "P".
                       88 XR-GRANT-KEPT    VALUE "K".
                       88 XR-GRANT-DROPPED VALUE "D".
           05 XR-STATUS        PIC X(01).
               88 XR-IS-OPEN   VALUE "P".
               88 XR-IS-CLOSED VALUE "C".
           05 XR-REVIEWER      PIC X(16).
           05 XR-CORRID        PIC X(12).

       FD CONFIG-AUDIT.
       01 CONFIG-AUDIT-RECORD.
           05 CG-TIMESTAMP PIC X(14).
           05 CG-OPERATOR  PIC X(16).
           05 CG-ACTION    PIC X(01).
           05 CG-FILE      PIC X(10).
           05 CG-KEY       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-FOUND VALUE "00".
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
           88 WS-USERROLE-FOUND VALUE "00".
       01 WS-XFERREVW-STATUS PIC X(02) VALUE "00".
           88 WS-XFERREVW-EOF VALUE "10".
       01 WS-CGA-STATUS      PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-MANAGER-ID     PIC X(06) VALUE SPACES.
       01 W05-DECISION       PIC X(01) VALUE "S".
           88 W05-KEEP VALUE "K".
           88 W05-DROP VALUE "D".
       01 W06-SUB            PIC 9(01) VALUE 0.
       01 W07-UR-SUB         PIC 9(01) VALUE 0.
       01 W08-OPEN-COUNT     PIC 9(01) VALUE 0.
       01 W09-KEPT           PIC 9(05) VALUE 0.
       01 W10-DROPPED        PIC 9(05) VALUE 0.
       01 W11-LAPSED         PIC 9(05) VALUE 0.
       01 W12-CHANGED        PIC X(01) VALUE "N".
           88 W12-ROLES-CHANGED VALUE "Y".
       01 W13-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W14-AUDIT-RESULT   PIC X(01).
       01 W15-FRZ-FILE       PIC X(10) VALUE "USERROLE".
       01 W16-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W16-FRZ-REFUSED VALUE "N".
       01 W17-SAVE-KEPT      PIC 9(05) VALUE 0.
       01 W18-SAVE-DROPPED   PIC 9(05) VALUE 0.
       01 W19-AUDIT-NOW      PIC X(21) VALUE SPACES.
       01 W54-JRN-PROGRAM   PIC X(10) VALUE "COBOLXFRA".
       01 W55-JRN-FILE      PIC X(10) VALUE "USERROLE".
       01 W56-JRN-ACTION    PIC X(01) VALUE "U".
       01 W57-JRN-KEY       PIC X(256) VALUE SPACES.
       01 W58-JRN-BEFORE    PIC X(600) VALUE SPACES.
       01 W59-JRN-AFTER     PIC X(600) VALUE SPACES.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * The new manager's half of mover processing.  COBOLHRFD queued
      * each transferred employee's grants on XFERREVW with their
      * expiry pulled in to the due date; keeping a grant here puts
      * its original expiry back, dropping it removes it at once.
      * Anything still undecided on the due date has already lapsed
      * in USERROLE and is closed as dropped.  Keeping or dropping
      * a grant changes USERROLE, so it goes through the change
      * freeze check like COBOLROLM; a refused mover is left open
      * with nothing decided, and every USERROLE change is kept on
      * CFGAUDIT for the post-freeze report.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           CALL "COBOLSCTX" USING W90-CTX-ACTION, W01-SESSION-TOKEN.
           IF W01-SESSION-TOKEN = SPACES
               DISPLAY "Token de sesion: "
               ACCEPT W01-SESSION-TOKEN
           END-IF.

           CALL "COBOLSESSCK" USING W01-SESSION-TOKEN, W02-OPERATOR,
                                     W03-SESSION-RESULT.
           IF NOT W03-SESSION-VALID
               DISPLAY "Sesion no valida"
               GOBACK
           END-IF.

           OPEN INPUT USER-MASTER.
           MOVE W02-OPERATOR TO USR-USERNAME.
           READ USER-MASTER
               KEY IS USR-USERNAME
               INVALID KEY CONTINUE
           END-READ.
           IF WS-USRMAST-FOUND AND USR-EMPLOYEE-ID NOT = SPACES
               MOVE USR-EMPLOYEE-ID(1:6) TO W04-MANAGER-ID
           END-IF.
           CLOSE USER-MASTER.
           IF W04-MANAGER-ID = SPACES
               DISPLAY "Operador sin numero de empleado"
               GOBACK
           END-IF.

           CALL "COBOLCORR" USING WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN I-O USER-ROLES.
           OPEN I-O TRANSFER-REVIEW.
           IF WS-XFERREVW-STATUS NOT = "00"
               DISPLAY "Sin traslados pendientes"
               CLOSE USER-ROLES
               GOBACK
           END-IF.

           READ TRANSFER-REVIEW NEXT RECORD
               AT END SET WS-XFERREVW-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-XFERREVW-EOF
               IF XR-IS-OPEN AND XR-NEW-MANAGER = W04-MANAGER-ID
                   PERFORM REVIEW-ONE-MOVER
                       THRU REVIEW-ONE-MOVER-EXIT
               END-IF
               READ TRANSFER-REVIEW NEXT RECORD
                   AT END SET WS-XFERREVW-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TRANSFER-REVIEW.
           CLOSE USER-ROLES.
           DISPLAY "Roles confirmados: " W09-KEPT.
           DISPLAY "Roles retirados: " W10-DROPPED.
           DISPLAY "Roles vencidos sin revision: " W11-LAPSED.

           GOBACK.

       REVIEW-ONE-MOVER.
           MOVE XR-USERNAME TO URL-USERNAME.
           READ USER-ROLES
               KEY IS URL-USERNAME
               INVALID KEY CONTINUE
           END-READ.
           MOVE "N" TO W12-CHANGED.
           MOVE W09-KEPT TO W17-SAVE-KEPT.
           MOVE W10-DROPPED TO W18-SAVE-DROPPED.
           IF WS-USERROLE-FOUND
               MOVE USER-ROLE-RECORD TO W58-JRN-BEFORE
           END-IF.

           IF XR-DUE-DATE < WS-CURRENT-DATE(1:8)
               PERFORM VARYING W06-SUB FROM 1 BY 1 UNTIL W06-SUB > 5
                   IF XR-GRANT-PENDING(W06-SUB)
                       MOVE "D" TO XR-DECISION(W06-SUB)
                       ADD 1 TO W11-LAPSED
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "Traslado de " XR-USERNAME
               DISPLAY "  Depto anterior: " XR-OLD-DEPT
                   "  Depto nuevo: " XR-NEW-DEPT
               DISPLAY "  Plazo de revision: " XR-DUE-DATE
               PERFORM VARYING W06-SUB FROM 1 BY 1 UNTIL W06-SUB > 5
                   IF XR-GRANT-PENDING(W06-SUB)
                       PERFORM DECIDE-ONE-GRANT
                   END-IF
               END-PERFORM
           END-IF.

           IF W12-ROLES-CHANGED
               CALL "COBOLFRZC" USING W15-FRZ-FILE, W02-OPERATOR,
                                       W16-FRZ-RESULT
               IF W16-FRZ-REFUSED
                   MOVE W17-SAVE-KEPT TO W09-KEPT
                   MOVE W18-SAVE-DROPPED TO W10-DROPPED
                   DISPLAY "Traslado de " XR-USERNAME
                       " sin cambios; queda pendiente"
                   GO TO REVIEW-ONE-MOVER-EXIT
               END-IF
               REWRITE USER-ROLE-RECORD
               MOVE SPACES TO W57-JRN-KEY
               MOVE URL-USERNAME TO W57-JRN-KEY(1:16)
               MOVE USER-ROLE-RECORD TO W59-JRN-AFTER
               CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
                   W55-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
                   W58-JRN-BEFORE, W59-JRN-AFTER
               PERFORM WRITE-CONFIG-AUDIT
           END-IF.

           MOVE 0 TO W08-OPEN-COUNT.
           PERFORM VARYING W06-SUB FROM 1 BY 1 UNTIL W06-SUB > 5
               IF XR-GRANT-PENDING(W06-SUB)
                   ADD 1 TO W08-OPEN-COUNT
               END-IF
           END-PERFORM.
           IF W08-OPEN-COUNT = 0
               MOVE "C" TO XR-STATUS
           END-IF.
           MOVE W02-OPERATOR TO XR-REVIEWER.
           REWRITE TRANSFER-REVIEW-RECORD.
           MOVE SPACES TO W13-AUDIT-RECORD.
           STRING "XFERREVW" XR-USERNAME
               DELIMITED BY SIZE
               INTO W13-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W13-AUDIT-RECORD, W14-AUDIT-RESULT.
       REVIEW-ONE-MOVER-EXIT.
           EXIT.

       DECIDE-ONE-GRANT.
           DISPLAY "  Rol: " XR-ROLE(W06-SUB)
               "  Vencimiento original: " XR-ORIG-EXPIRES(W06-SUB).
           DISPLAY "  Mantener, retirar u omitir (K/D/S): ".
           ACCEPT W05-DECISION.
           EVALUATE TRUE
               WHEN W05-KEEP
                   MOVE "K" TO XR-DECISION(W06-SUB)
                   ADD 1 TO W09-KEPT
                   PERFORM FIND-USERROLE-SLOT
                   IF W07-UR-SUB > 0
                       MOVE XR-ORIG-EXPIRES(W06-SUB)
                           TO URL-EXPIRES(W07-UR-SUB)
                       MOVE "Y" TO W12-CHANGED
                   END-IF
               WHEN W05-DROP
                   MOVE "D" TO XR-DECISION(W06-SUB)
                   ADD 1 TO W10-DROPPED
                   PERFORM FIND-USERROLE-SLOT
                   IF W07-UR-SUB > 0
                       MOVE SPACES TO URL-GRANT(W07-UR-SUB)
                       MOVE "Y" TO W12-CHANGED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-USERROLE-SLOT.
           MOVE 0 TO W07-UR-SUB.
           IF WS-USERROLE-FOUND
               PERFORM VARYING W07-UR-SUB FROM 1 BY 1
                       UNTIL W07-UR-SUB > 5
                       OR URL-ROLE(W07-UR-SUB) = XR-ROLE(W06-SUB)
                   CONTINUE
               END-PERFORM
               IF W07-UR-SUB > 5
                   MOVE 0 TO W07-UR-SUB
               END-IF
           END-IF.

       WRITE-CONFIG-AUDIT.
           OPEN EXTEND CONFIG-AUDIT.
           IF WS-CGA-STATUS = "35"
               OPEN OUTPUT CONFIG-AUDIT
           END-IF.
           IF WS-CGA-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO W19-AUDIT-NOW
               MOVE W19-AUDIT-NOW(1:14) TO CG-TIMESTAMP
               MOVE W02-OPERATOR TO CG-OPERATOR
               MOVE "U"          TO CG-ACTION
               MOVE W15-FRZ-FILE TO CG-FILE
               MOVE SPACES       TO CG-KEY
               MOVE URL-USERNAME TO CG-KEY
               WRITE CONFIG-AUDIT-RECORD
               CLOSE CONFIG-AUDIT
           END-IF.
