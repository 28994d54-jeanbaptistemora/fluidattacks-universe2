           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT PHONE-DIRECTORY ASSIGN TO "PHONEDIR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS PD-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PD-PHONE-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PHONEDIR-STATUS.

           SELECT HELPDESK-LOG ASSIGN TO "HDACTLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HDLOG-STATUS.

           SELECT LOGIN-ATTEMPTS ASSIGN TO "LOGINATT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD LOGIN-ATTEMPTS.
       01 LOGIN-ATTEMPTS-RECORD.
               10 LH-TIMESTAMP PIC X(14).
           05 LH-ORIGIN PIC X(10).

       FD PHONE-DIRECTORY.
       01 PHONE-DIRECTORY-RECORD.
           05 PD-EMPLOYEE-ID  PIC X(06).
           05 PD-LAST-NAME    PIC X(10).
           05 PD-FIRST-NAME   PIC X(10).
           05 PD-PHONE-NUMBER PIC X(15).
           05 PD-COUNTRY-CODE PIC X(03).
           05 PD-DEPARTMENT   PIC X(04).
           05 PD-LOCATION     PIC X(04).
           05 PD-MANAGER-ID   PIC X(06).

       FD HELPDESK-LOG.
       01 HELPDESK-LOG-RECORD.
           05 HA-TIMESTAMP    PIC X(14).
           05 HA-OPERATOR     PIC X(16).
           05 HA-TARGET       PIC X(16).
           05 HA-ACTION       PIC X(01).
               88 HA-IS-UNLOCK VALUE "U".
               88 HA-IS-REMED  VALUE "R".
           05 HA-TICKET       PIC X(12).
           05 HA-VERIFY       PIC X(01).
               88 HA-VERIFY-PASSED VALUE "P".
               88 HA-VERIFY-FAILED VALUE "F".
           05 HA-ASKED        PIC 9(01).
           05 HA-CORRECT      PIC 9(01).
           05 HA-PERFORMED    PIC X(01).
               88 HA-WAS-PERFORMED VALUE "Y".
           05 HA-CORRID       PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-FOUND    VALUE "00".
           88 WS-RQ-NOTFOUND VALUE "23".
       01 WS-LH-STATUS       PIC X(02) VALUE "00".
           88 WS-LH-EOF VALUE "10".
       01 WS-PHONEDIR-STATUS PIC X(02) VALUE "00".
           88 WS-PHONEDIR-FOUND VALUE "00".
       01 WS-HDLOG-STATUS    PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
       01 W13-DAYS-DISP      PIC -(5)9 VALUE 0.
       01 W14-LAST-LOGIN     PIC X(14) VALUE SPACES.
       01 W15-LAST-ORIGIN    PIC X(10) VALUE SPACES.
       01 W16-ACTION         PIC X(01) VALUE "N".
           88 W16-UNLOCK VALUE "U".
           88 W16-CLEAR-REMED VALUE "R".
       01 W17-TICKET         PIC X(12) VALUE SPACES.
       01 W18-ASKED          PIC 9(01) VALUE 0.
       01 W19-CORRECT        PIC 9(01) VALUE 0.
       01 W20-VERIFY         PIC X(01) VALUE "F".
           88 W20-VERIFY-PASSED VALUE "P".
       01 W21-ANSWER         PIC X(10) VALUE SPACES.
       01 W22-PROCEED        PIC X(01) VALUE "N".
           88 W22-PROCEED-ANYWAY VALUE "S".
       01 W23-PERFORMED      PIC X(01) VALUE "N".
           88 W23-WAS-PERFORMED VALUE "Y".
       01 W24-SEV-TYPE       PIC X(08) VALUE "HDNOVERF".
       01 W25-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W26-SEV-OUTCOME    PIC X(01) VALUE "A".
       01 W54-JRN-PROGRAM   PIC X(10) VALUE "COBOLHDIQ".
       01 W55-JRN-FILE      PIC X(10) VALUE SPACES.
       01 W56-JRN-ACTION    PIC X(01) VALUE "U".
       01 W57-JRN-KEY       PIC X(256) VALUE SPACES.
       01 W58-JRN-BEFORE    PIC X(600) VALUE SPACES.
       01 W59-JRN-AFTER     PIC X(600) VALUE SPACES.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * One screen for the helpdesk: lock state, account status,
      * password age, remediation queue and last sign-on, instead of
      * four separate inquiries.  Unlocking the account or clearing
      * its remediation entry from here needs a ticket number and a
      * caller verification against data the caller should know;
      * every attempt goes to HDACTLOG with its outcome, and COBOLHDVR
      * reports the ones carried out without a passed verification.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           PERFORM SHOW-LOCK-STATUS.
           PERFORM SHOW-REMEDIATION.
           PERFORM SHOW-LAST-LOGIN.
           PERFORM HELPDESK-ACTION THRU HELPDESK-ACTION-EXIT.

           GOBACK.

                       " DESDE " W15-LAST-ORIGIN
               END-IF
           END-IF.

       HELPDESK-ACTION.
           DISPLAY "Desbloquear, liberar remediacion o salir (U/R/N): ".
           ACCEPT W16-ACTION.
           IF NOT W16-UNLOCK AND NOT W16-CLEAR-REMED
               GO TO HELPDESK-ACTION-EXIT
           END-IF.
           IF W16-UNLOCK
               AND (WS-LOGINATT-NOTFOUND OR NOT LOGIN-IS-LOCKED)
               DISPLAY "La cuenta no esta bloqueada"
               GO TO HELPDESK-ACTION-EXIT
           END-IF.
           IF W16-CLEAR-REMED
               AND (WS-RQ-STATUS NOT = "00" OR RQ-CLEARED NOT = SPACES)
               DISPLAY "No hay remediacion pendiente"
               GO TO HELPDESK-ACTION-EXIT
           END-IF.

           DISPLAY "Numero de ticket: ".
           ACCEPT W17-TICKET.
           IF W17-TICKET = SPACES
               DISPLAY "El numero de ticket es obligatorio"
               GO TO HELPDESK-ACTION-EXIT
           END-IF.

           CALL "COBOLCORR" USING WS-CORRID.
           PERFORM VERIFY-CALLER.
           MOVE "N" TO W23-PERFORMED.
           IF NOT W20-VERIFY-PASSED
               DISPLAY "Verificacion del llamante NO superada ("
                   W19-CORRECT " de " W18-ASKED ")"
               DISPLAY "Continuar de todos modos (S/N): "
               ACCEPT W22-PROCEED
               IF NOT W22-PROCEED-ANYWAY
                   PERFORM LOG-HELPDESK-ACTION
                   GO TO HELPDESK-ACTION-EXIT
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF W16-UNLOCK
               PERFORM UNLOCK-ACCOUNT
           ELSE
               PERFORM CLEAR-REMEDIATION
           END-IF.
           PERFORM LOG-HELPDESK-ACTION.
           IF W23-WAS-PERFORMED AND NOT W20-VERIFY-PASSED
               MOVE SPACES TO W25-SEV-OBJECT
               STRING W06-TARGET-USER " " W17-TICKET
                   DELIMITED BY SIZE
                   INTO W25-SEV-OBJECT
               CALL "COBOLSEVW" USING W24-SEV-TYPE, WS-CORRID,
                   W02-OPERATOR, W25-SEV-OBJECT, W26-SEV-OUTCOME
           END-IF.
       HELPDESK-ACTION-EXIT.
           EXIT.

      * Challenge questions come from what we hold on the caller: the
      * employee number on USRMAST and the manager and department on
      * PHONEDIR.  Every question asked must be answered right and at
      * least two must have been available to ask.
       VERIFY-CALLER.
           MOVE 0 TO W18-ASKED.
           MOVE 0 TO W19-CORRECT.
           MOVE "F" TO W20-VERIFY.
           OPEN INPUT USER-MASTER.
           MOVE W06-TARGET-USER TO USR-USERNAME.
           READ USER-MASTER
               KEY IS USR-USERNAME
               INVALID KEY SET WS-USRMAST-NOTFOUND TO TRUE
           END-READ.
           CLOSE USER-MASTER.
           IF WS-USRMAST-FOUND AND USR-EMPLOYEE-ID NOT = SPACES
               ADD 1 TO W18-ASKED
               DISPLAY "Pregunta: numero de empleado del llamante: "
               ACCEPT W21-ANSWER
               IF W21-ANSWER = USR-EMPLOYEE-ID
                   ADD 1 TO W19-CORRECT
               END-IF
               OPEN INPUT PHONE-DIRECTORY
               MOVE USR-EMPLOYEE-ID(1:6) TO PD-EMPLOYEE-ID
               READ PHONE-DIRECTORY
                   KEY IS PD-EMPLOYEE-ID
                   INVALID KEY CONTINUE
               END-READ
               CLOSE PHONE-DIRECTORY
               IF WS-PHONEDIR-FOUND
                   IF PD-MANAGER-ID NOT = SPACES
                       ADD 1 TO W18-ASKED
                       DISPLAY "Pregunta: numero de empleado del jefe: "
                       ACCEPT W21-ANSWER
                       IF W21-ANSWER = PD-MANAGER-ID
                           ADD 1 TO W19-CORRECT
                       END-IF
                   END-IF
                   IF PD-DEPARTMENT NOT = SPACES
                       ADD 1 TO W18-ASKED
                       DISPLAY "Pregunta: departamento: "
                       ACCEPT W21-ANSWER
                       IF W21-ANSWER = PD-DEPARTMENT
                           ADD 1 TO W19-CORRECT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF W18-ASKED >= 2 AND W19-CORRECT = W18-ASKED
               MOVE "P" TO W20-VERIFY
               DISPLAY "Verificacion del llamante superada"
           END-IF.

       UNLOCK-ACCOUNT.
           OPEN I-O LOGIN-ATTEMPTS.
           MOVE W06-TARGET-USER TO LOGIN-USERNAME.
           READ LOGIN-ATTEMPTS
               KEY IS LOGIN-USERNAME
               INVALID KEY SET WS-LOGINATT-NOTFOUND TO TRUE
           END-READ.
           IF WS-LOGINATT-FOUND AND LOGIN-IS-LOCKED
               MOVE LOGIN-ATTEMPTS-RECORD TO W58-JRN-BEFORE
               MOVE "N" TO LOGIN-LOCKED
               MOVE 0 TO LOGIN-FAILCOUNT
               MOVE SPACES TO LOGIN-LOCKED-TS
               REWRITE LOGIN-ATTEMPTS-RECORD
               MOVE "Y" TO W23-PERFORMED
               MOVE "LOGINATT" TO W55-JRN-FILE
               MOVE SPACES TO W57-JRN-KEY
               MOVE LOGIN-USERNAME TO W57-JRN-KEY(1:16)
               MOVE LOGIN-ATTEMPTS-RECORD TO W59-JRN-AFTER
               CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
                   W55-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
                   W58-JRN-BEFORE, W59-JRN-AFTER
               DISPLAY "Cuenta desbloqueada"
           END-IF.
           CLOSE LOGIN-ATTEMPTS.

       CLEAR-REMEDIATION.
           OPEN I-O REMED-QUEUE.
           MOVE W06-TARGET-USER(1:10) TO RQ-USERID.
           READ REMED-QUEUE
               KEY IS RQ-USERID
               INVALID KEY SET WS-RQ-NOTFOUND TO TRUE
           END-READ.
           IF WS-RQ-FOUND AND RQ-CLEARED = SPACES
               MOVE REMED-QUEUE-RECORD TO W58-JRN-BEFORE
               MOVE WS-CURRENT-DATE(1:14) TO RQ-CLEARED
               REWRITE REMED-QUEUE-RECORD
               MOVE "Y" TO W23-PERFORMED
               MOVE "REMQUEUE" TO W55-JRN-FILE
               MOVE SPACES TO W57-JRN-KEY
               MOVE RQ-USERID TO W57-JRN-KEY(1:10)
               MOVE REMED-QUEUE-RECORD TO W59-JRN-AFTER
               CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
                   W55-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
                   W58-JRN-BEFORE, W59-JRN-AFTER
               DISPLAY "Remediacion liberada"
           END-IF.
           CLOSE REMED-QUEUE.

       LOG-HELPDESK-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "00" TO WS-HDLOG-STATUS.
           OPEN EXTEND HELPDESK-LOG.
           IF WS-HDLOG-STATUS = "35"
               OPEN OUTPUT HELPDESK-LOG
           END-IF.
           IF WS-HDLOG-STATUS = "00"
               MOVE WS-CURRENT-DATE(1:14) TO HA-TIMESTAMP
               MOVE W02-OPERATOR TO HA-OPERATOR
               MOVE W06-TARGET-USER TO HA-TARGET
               MOVE W16-ACTION TO HA-ACTION
               MOVE W17-TICKET TO HA-TICKET
               MOVE W20-VERIFY TO HA-VERIFY
               MOVE W18-ASKED TO HA-ASKED
               MOVE W19-CORRECT TO HA-CORRECT
               MOVE W23-PERFORMED TO HA-PERFORMED
               MOVE WS-CORRID TO HA-CORRID
               WRITE HELPDESK-LOG-RECORD
               CLOSE HELPDESK-LOG
           END-IF.
