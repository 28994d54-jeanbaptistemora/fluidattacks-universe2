       01 W16-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W17-AUDIT-RESULT   PIC X(01).
       01 W18-NEW-NUMBER     PIC 9(10) VALUE 0.
       01 W19-CHG-SOURCE     PIC X(10) VALUE "COBOLCMM".
       01 W20-CHG-EFFECTIVE  PIC X(14) VALUE SPACES.
       01 W21-CHG-RESULT     PIC X(01).
           88 W21-CHG-HELD VALUE "H".
       01 W22-VERIF-IN       PIC X(01) VALUE SPACE.
       01 W23-VERIF-REASON   PIC X(40) VALUE SPACES.
       01 W24-UNDEL-IN       PIC X(01) VALUE SPACE.
       01 W25-UNDEL-REASON   PIC X(40) VALUE SPACES.
       01 W26-SHOWN-RECORD.
           05 W26-NUMBER          PIC 9(10).
           05 W26-CANONICAL-EMAIL PIC X(256).
           05 W26-EMAIL           PIC X(256).
           05 W26-VERIFIED        PIC X(01).
           05 W26-VERIF-DATE      PIC X(08).
           05 W26-UNDELIVERABLE   PIC X(01).
           05 W26-BOUNCE-COUNT    PIC 9(03).
           05 W26-LAST-BOUNCE     PIC X(08).
       01 W27-EDIT-CONFLICT  PIC X(01) VALUE "N".
           88 W27-IS-CONFLICT VALUE "Y".
       01 W28-CNF-FILE       PIC X(10) VALUE "CUSTMAST".
       01 W29-CNF-KEY        PIC X(30) VALUE SPACES.
       01 W30-CNF-FIELDS     PIC X(60) VALUE SPACES.
       01 W31-CNF-PTR        PIC 9(03) VALUE 1.
       01 W32-CNF-NAME       PIC X(12) VALUE SPACES.
       01 W33-CNF-COUNT      PIC 9(05) VALUE 0.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       01 W91-JRN-PROGRAM    PIC X(10) VALUE "COBOLCMM".
       01 W92-JRN-FILE       PIC X(10) VALUE "CUSTMAST".

      * Customer maintenance with the same guards as the dictionary
      * transaction: valid session, CUSTADM role, every email change
      * through COBOLEMCK and the COBOLEMCO cooling-off hold, and
      * verification flags only changeable with a who-and-why audit
      * record.  A change is only saved if the customer still reads as
      * it did when the transaction started; otherwise the operator
      * sees what the other person changed and has to start again.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
                   PERFORM READ-TARGET
                   IF WS-CUSTMAST-FOUND
                       PERFORM CHANGE-FLAGS
                           THRU CHANGE-FLAGS-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
                   DISPLAY "No existe el cliente"
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO W95-JRN-BEFORE
                   MOVE CUSTOMER-MASTER-RECORD TO W26-SHOWN-RECORD
               END-IF
           END-IF.

       ADD-CUSTOMER-EXIT.
           EXIT.

      * An address change is not applied here: COBOLEMCO holds it for
      * the cooling-off period and warns the old address, and
      * COBOLEMCA writes it to the master and EMHISTORY afterwards.
       UPDATE-CUSTOMER.
           MOVE CUST-EMAIL TO W13-OLD-EMAIL.
           PERFORM ACCEPT-VALID-EMAIL.
           IF NOT W10-EMAIL-VALID
               GO TO UPDATE-CUSTOMER-EXIT
           END-IF.
           IF W11-VALIDEMAIL = CUST-EMAIL
               DISPLAY "El correo no cambia"
               GO TO UPDATE-CUSTOMER-EXIT
           END-IF.
           PERFORM CHECK-EDIT-CONFLICT.
           IF W27-IS-CONFLICT
               GO TO UPDATE-CUSTOMER-EXIT
           END-IF.
           CALL "COBOLEMCO" USING CUST-NUMBER, CUST-EMAIL,
               CUST-CANONICAL-EMAIL, W11-VALIDEMAIL, W12-CANONICAL,
               W02-OPERATOR, W19-CHG-SOURCE, WS-CORRID,
               W20-CHG-EFFECTIVE, W21-CHG-RESULT.
           IF W21-CHG-HELD
               DISPLAY "Cambio pendiente hasta " W20-CHG-EFFECTIVE
                   ", aviso enviado al correo anterior"
               PERFORM WRITE-SYSTEM-AUDIT
           ELSE
               DISPLAY "No se pudo registrar el cambio de correo"
           END-IF.
       UPDATE-CUSTOMER-EXIT.
           EXIT.

               " Ultimo: " CUST-LAST-BOUNCE.

      * Verification flags are evidence, not data entry: they only
      * move with an operator, a reason and an audit line.  Both
      * answers are taken before anything is touched, so a refused
      * save leaves no audit line behind.
       CHANGE-FLAGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO W23-VERIF-REASON, W25-UNDEL-REASON.
           DISPLAY "Verificado (Y/N, blanco no cambia): ".
           ACCEPT W22-VERIF-IN.
           IF W22-VERIF-IN = "Y" OR W22-VERIF-IN = "N"
               DISPLAY "Motivo: "
               ACCEPT W23-VERIF-REASON
           END-IF.
           DISPLAY "No entregable (Y/N, blanco no cambia): ".
           ACCEPT W24-UNDEL-IN.
           IF W24-UNDEL-IN = "Y" OR W24-UNDEL-IN = "N"
               DISPLAY "Motivo: "
               ACCEPT W25-UNDEL-REASON
           END-IF.
           PERFORM CHECK-EDIT-CONFLICT.
           IF W27-IS-CONFLICT
               GO TO CHANGE-FLAGS-EXIT
           END-IF.
           IF W22-VERIF-IN = "Y" OR W22-VERIF-IN = "N"
               MOVE W22-VERIF-IN TO W14-FLAG-IN
               MOVE W23-VERIF-REASON TO W15-REASON-IN
               PERFORM AUDIT-FLAG-VERIFIED
               MOVE W14-FLAG-IN TO CUST-VERIFIED
               IF W14-FLAG-IN = "Y"
                   MOVE SPACES TO CUST-VERIF-DATE
               END-IF
           END-IF.
           IF W24-UNDEL-IN = "Y" OR W24-UNDEL-IN = "N"
               MOVE W24-UNDEL-IN TO W14-FLAG-IN
               MOVE W25-UNDEL-REASON TO W15-REASON-IN
               PERFORM AUDIT-FLAG-UNDELIV
               MOVE W14-FLAG-IN TO CUST-UNDELIVERABLE
           END-IF.
           PERFORM JOURNAL-CUSTMAST-CHANGE.
           DISPLAY "Indicadores actualizados".
           PERFORM WRITE-SYSTEM-AUDIT.
       CHANGE-FLAGS-EXIT.
           EXIT.

       AUDIT-FLAG-VERIFIED.
           MOVE "VERIFICADO" TO MA-FIELD.
               W92-JRN-FILE, W93-JRN-ACTION, W94-JRN-KEY,
               W95-JRN-BEFORE, W96-JRN-AFTER.
           MOVE CUSTOMER-MASTER-RECORD TO W95-JRN-BEFORE.

      * Last look before saving: the customer is read again and must
      * still match what the operator started from.  If another
      * session (or the bounce run) got there first, the differences
      * are shown field by field, the current record is redisplayed
      * and the save is refused; COBOLEDCF logs and counts it.
       CHECK-EDIT-CONFLICT.
           MOVE "N" TO W27-EDIT-CONFLICT.
           MOVE SPACES TO W30-CNF-FIELDS.
           MOVE 1 TO W31-CNF-PTR.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           MOVE W26-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
               MOVE "Y" TO W27-EDIT-CONFLICT
               DISPLAY "Otro operador retiro el cliente mientras "
                   "lo editaba"
               MOVE "BAJA" TO W32-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
           ELSE
               IF CUSTOMER-MASTER-RECORD NOT = W26-SHOWN-RECORD
                   MOVE "Y" TO W27-EDIT-CONFLICT
                   DISPLAY "Otro operador modifico el cliente mientras "
                       "lo editaba:"
                   PERFORM SHOW-EDIT-CONFLICT
               END-IF
           END-IF.
           IF W27-IS-CONFLICT
               PERFORM LOG-EDIT-CONFLICT
               IF WS-CUSTMAST-FOUND
                   DISPLAY "Datos actuales del cliente:"
                   PERFORM SHOW-CUSTOMER
               END-IF
           END-IF.

       SHOW-EDIT-CONFLICT.
           IF CUST-EMAIL NOT = W26-EMAIL
               MOVE "CORREO" TO W32-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Correo era: " W26-EMAIL(1:60)
               DISPLAY "      ahora: " CUST-EMAIL(1:60)
           END-IF.
           IF CUST-CANONICAL-EMAIL NOT = W26-CANONICAL-EMAIL
               MOVE "CANONICO" TO W32-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Canonico era: " W26-CANONICAL-EMAIL(1:60)
               DISPLAY "        ahora: " CUST-CANONICAL-EMAIL(1:60)
           END-IF.
           IF CUST-VERIFIED NOT = W26-VERIFIED
               OR CUST-VERIF-DATE NOT = W26-VERIF-DATE
               MOVE "VERIFICADO" TO W32-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Verificado era: " W26-VERIFIED " "
                   W26-VERIF-DATE "  ahora: " CUST-VERIFIED " "
                   CUST-VERIF-DATE
           END-IF.
           IF CUST-UNDELIVERABLE NOT = W26-UNDELIVERABLE
               MOVE "NOENTREGABLE" TO W32-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  No entregable era: " W26-UNDELIVERABLE
                   "  ahora: " CUST-UNDELIVERABLE
           END-IF.
           IF CUST-BOUNCE-COUNT NOT = W26-BOUNCE-COUNT
               OR CUST-LAST-BOUNCE NOT = W26-LAST-BOUNCE
               MOVE "REBOTES" TO W32-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Rebotes eran: " W26-BOUNCE-COUNT " "
                   W26-LAST-BOUNCE "  ahora: " CUST-BOUNCE-COUNT " "
                   CUST-LAST-BOUNCE
           END-IF.

       NOTE-CONFLICT-FIELD.
           STRING W32-CNF-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO W30-CNF-FIELDS
                  WITH POINTER W31-CNF-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       LOG-EDIT-CONFLICT.
           MOVE SPACES TO W29-CNF-KEY.
           MOVE W26-NUMBER TO W29-CNF-KEY(1:10).
           CALL "COBOLEDCF" USING W91-JRN-PROGRAM, W28-CNF-FILE,
               W29-CNF-KEY, W02-OPERATOR, W30-CNF-FIELDS,
               W33-CNF-COUNT.
           DISPLAY "El cambio no se grabo; vuelva a mostrar el "
               "cliente antes de guardar".
           DISPLAY "Conflictos registrados en este cliente: "
               W33-CNF-COUNT.
