       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSVCM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-FOUND    VALUE "00".
           88 WS-USRMAST-NOTFOUND VALUE "23".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "I".
           88 W06-CREATE       VALUE "C".
           88 W06-OWNER        VALUE "O".
           88 W06-ROTATE       VALUE "R".
           88 W06-INQUIRE      VALUE "I".
       01 W07-TARGET-USER    PIC X(16) VALUE SPACES.
       01 W08-OWNER-USER     PIC X(16) VALUE SPACES.
       01 W09-OWNER-ID       PIC X(10) VALUE SPACES.
       01 W10-OWNER-OK       PIC X(01) VALUE "N".
           88 W10-OWNER-VALID VALUE "Y".
       01 W11-TARGET-FOUND   PIC X(01) VALUE "N".
           88 W11-TARGET-EXISTS VALUE "Y".
       01 W12-VAULT-PURPOSE  PIC X(20) VALUE SPACES.
       01 W13-VAULT-KEYVAL   PIC X(32) VALUE SPACES.
       01 W14-REVOKED        PIC 9(05) VALUE 0.
       01 W15-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W16-AUDIT-RESULT   PIC X(01).
       01 W54-JRN-PROGRAM   PIC X(10) VALUE "COBOLSVCM".
       01 W55-JRN-FILE      PIC X(10) VALUE "USRMAST".
       01 W56-JRN-ACTION    PIC X(01) VALUE SPACE.
       01 W57-JRN-KEY       PIC X(256) VALUE SPACES.
       01 W58-JRN-BEFORE    PIC X(600) VALUE SPACES.
       01 W59-JRN-AFTER     PIC X(600) VALUE SPACES.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Service-account maintenance.  A batch identity is a USRMAST
      * record of type "S": it has no interactive password (COBOLAUTH
      * refuses it), its credential is a KEYVAULT key under purpose
      * "SVC-" plus the username that jobs fetch through COBOLVGET,
      * and it carries the employee id of the person who answers for
      * it.  Converting an existing account blanks its password hash
      * and ends any session it still holds.
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

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-ADMIN-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           CALL "COBOLCORR" USING WS-CORRID.
           OPEN I-O USER-MASTER.

           DISPLAY "Transaccion (C=crear/convertir O=responsable "
               "R=rotar I=consultar): ".
           ACCEPT W06-TRANS-CODE.

           DISPLAY "Cuenta de servicio: ".
           ACCEPT W07-TARGET-USER.

           PERFORM READ-TARGET.

           EVALUATE TRUE
               WHEN W06-CREATE
                   PERFORM CREATE-ENTRY THRU CREATE-ENTRY-EXIT
               WHEN W06-OWNER
                   PERFORM CHANGE-OWNER THRU CHANGE-OWNER-EXIT
               WHEN W06-ROTATE
                   PERFORM ROTATE-CREDENTIAL
               WHEN W06-INQUIRE
                   PERFORM INQUIRE-ENTRY
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE USER-MASTER.

           GOBACK.

       READ-TARGET.
           MOVE "N" TO W11-TARGET-FOUND.
           MOVE W07-TARGET-USER TO USR-USERNAME.
           READ USER-MASTER
               KEY IS USR-USERNAME
               INVALID KEY SET WS-USRMAST-NOTFOUND TO TRUE
           END-READ.
           IF WS-USRMAST-FOUND
               MOVE "Y" TO W11-TARGET-FOUND
               MOVE USER-MASTER-RECORD TO W58-JRN-BEFORE
           ELSE
               MOVE SPACES TO W58-JRN-BEFORE
           END-IF.

       CREATE-ENTRY.
           IF W11-TARGET-EXISTS AND USR-IS-SERVICE
               DISPLAY "La cuenta ya es de servicio"
               GO TO CREATE-ENTRY-EXIT
           END-IF.
           PERFORM ACCEPT-OWNER.
           IF NOT W10-OWNER-VALID
               GO TO CREATE-ENTRY-EXIT
           END-IF.
           PERFORM READ-TARGET.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF W11-TARGET-EXISTS
               MOVE "U" TO W56-JRN-ACTION
           ELSE
               MOVE "A" TO W56-JRN-ACTION
               MOVE W07-TARGET-USER TO USR-USERNAME
               MOVE "A" TO USR-STATUS
               MOVE SPACES TO USR-EMPLOYEE-ID
               MOVE SPACES TO USR-LANGUAGE
               MOVE SPACES TO USR-POLICY-CLASS
           END-IF.
           MOVE SPACES TO USR-SALT.
           MOVE SPACES TO USR-PWD-HASH.
           MOVE SPACES TO USR-HASH-VER.
           MOVE WS-CURRENT-DATE(1:14) TO USR-PWD-CHANGED.
           MOVE 0 TO USR-GRACE-USED.
           MOVE "N" TO USR-FORCE-CHANGE.
           MOVE "S" TO USR-ACCT-TYPE.
           MOVE W09-OWNER-ID TO USR-OWNER-ID.
           IF W11-TARGET-EXISTS
               REWRITE USER-MASTER-RECORD
           ELSE
               WRITE USER-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           IF WS-USRMAST-STATUS NOT = "00"
               DISPLAY "No se pudo grabar USRMAST: " WS-USRMAST-STATUS
               GO TO CREATE-ENTRY-EXIT
           END-IF.
           PERFORM JOURNAL-USRMAST-CHANGE.

           IF W11-TARGET-EXISTS
               CALL "COBOLSESSRV" USING W07-TARGET-USER, W14-REVOKED
           END-IF.
           PERFORM ISSUE-CREDENTIAL.
           DISPLAY "Cuenta de servicio registrada: " W07-TARGET-USER.
           DISPLAY "Credencial en KEYVAULT, proposito "
               W12-VAULT-PURPOSE.
           MOVE SPACES TO W15-AUDIT-RECORD.
           STRING "SVCACCT " W07-TARGET-USER
               DELIMITED BY SIZE
               INTO W15-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W15-AUDIT-RECORD, W16-AUDIT-RESULT.
       CREATE-ENTRY-EXIT.
           EXIT.

       CHANGE-OWNER.
           IF NOT W11-TARGET-EXISTS OR NOT USR-IS-SERVICE
               DISPLAY "No es una cuenta de servicio"
               GO TO CHANGE-OWNER-EXIT
           END-IF.
           PERFORM ACCEPT-OWNER.
           IF NOT W10-OWNER-VALID
               GO TO CHANGE-OWNER-EXIT
           END-IF.
           PERFORM READ-TARGET.
           MOVE W09-OWNER-ID TO USR-OWNER-ID.
           REWRITE USER-MASTER-RECORD.
           MOVE "U" TO W56-JRN-ACTION.
           PERFORM JOURNAL-USRMAST-CHANGE.
           DISPLAY "Responsable actualizado".
           MOVE SPACES TO W15-AUDIT-RECORD.
           STRING "SVCOWNER" W07-TARGET-USER
               DELIMITED BY SIZE
               INTO W15-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W15-AUDIT-RECORD, W16-AUDIT-RESULT.
       CHANGE-OWNER-EXIT.
           EXIT.

       ROTATE-CREDENTIAL.
           IF NOT W11-TARGET-EXISTS OR NOT USR-IS-SERVICE
               DISPLAY "No es una cuenta de servicio"
           ELSE
               PERFORM ISSUE-CREDENTIAL
               DISPLAY "Credencial rotada en KEYVAULT"
               MOVE SPACES TO W15-AUDIT-RECORD
               STRING "SVCROTAT" W07-TARGET-USER
                   DELIMITED BY SIZE
                   INTO W15-AUDIT-RECORD
               CALL "COBOLCLSFA" USING W15-AUDIT-RECORD,
                   W16-AUDIT-RESULT
           END-IF.

       INQUIRE-ENTRY.
           IF NOT W11-TARGET-EXISTS OR NOT USR-IS-SERVICE
               DISPLAY "No es una cuenta de servicio"
           ELSE
               DISPLAY "Cuenta de servicio: " USR-USERNAME
               DISPLAY "  Responsable (empleado): " USR-OWNER-ID
               DISPLAY "  Estado: " USR-STATUS
               DISPLAY "  Alta o conversion: " USR-PWD-CHANGED
           END-IF.

      * The owner must be a live interactive account with an employee
      * id, since that id is what the HR leaver check matches on.
       ACCEPT-OWNER.
           MOVE "N" TO W10-OWNER-OK.
           DISPLAY "Usuario responsable: ".
           ACCEPT W08-OWNER-USER.
           MOVE W08-OWNER-USER TO USR-USERNAME.
           READ USER-MASTER
               KEY IS USR-USERNAME
               INVALID KEY SET WS-USRMAST-NOTFOUND TO TRUE
           END-READ.
           IF WS-USRMAST-FOUND AND NOT USR-IS-DISABLED
               AND NOT USR-IS-SERVICE AND USR-EMPLOYEE-ID NOT = SPACES
               AND W08-OWNER-USER NOT = W07-TARGET-USER
               MOVE USR-EMPLOYEE-ID TO W09-OWNER-ID
               MOVE "Y" TO W10-OWNER-OK
           ELSE
               DISPLAY "Responsable no valido"
           END-IF.

       ISSUE-CREDENTIAL.
           MOVE SPACES TO W12-VAULT-PURPOSE.
           STRING "SVC-" W07-TARGET-USER
               DELIMITED BY SIZE
               INTO W12-VAULT-PURPOSE.
           CALL "COBOLVGEN" USING W12-VAULT-PURPOSE, W13-VAULT-KEYVAL.
           MOVE SPACES TO W13-VAULT-KEYVAL.

       JOURNAL-USRMAST-CHANGE.
           MOVE SPACES TO W57-JRN-KEY.
           MOVE USR-USERNAME TO W57-JRN-KEY(1:16).
           MOVE USER-MASTER-RECORD TO W59-JRN-AFTER.
           CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
               W55-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
               W58-JRN-BEFORE, W59-JRN-AFTER.
