       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLCNSM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-NUMBER
           ALTERNATE RECORD KEY IS CUST-CANONICAL-EMAIL
           FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUST-CONSENT ASSIGN TO "CUSTCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CONS-STATUS.

           SELECT CONSENT-HISTORY ASSIGN TO "CONSHIST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHIST-STATUS.

           SELECT TEMPLATE-CLASS ASSIGN TO "NQTMPLCLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TC-TEMPLATE
           FILE STATUS IS WS-TC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CUST-NUMBER          PIC 9(10).
           05 CUST-CANONICAL-EMAIL PIC X(256).
           05 CUST-EMAIL           PIC X(256).
           05 CUST-VERIFIED        PIC X(01).
               88 CUST-IS-VERIFIED VALUE "Y".
           05 CUST-VERIF-DATE      PIC X(08).
           05 CUST-UNDELIVERABLE   PIC X(01).
               88 CUST-IS-UNDELIVERABLE VALUE "Y".
           05 CUST-BOUNCE-COUNT    PIC 9(03).
           05 CUST-LAST-BOUNCE     PIC X(08).

       FD CUST-CONSENT.
       01 CUST-CONSENT-RECORD.
           05 CN-KEY.
               10 CN-CUST-NUMBER PIC 9(10).
               10 CN-CHANNEL     PIC X(01).
               10 CN-PURPOSE     PIC X(04).
           05 CN-STATUS      PIC X(01).
               88 CN-IS-GRANTED   VALUE "G".
               88 CN-IS-WITHDRAWN VALUE "W".
           05 CN-EFF-DATE    PIC X(08).
           05 CN-SOURCE      PIC X(10).
           05 CN-EVIDENCE    PIC X(40).
           05 CN-OPERATOR    PIC X(16).
           05 CN-UPDATED-TS  PIC X(14).
           05 CN-CORRID      PIC X(12).

       FD CONSENT-HISTORY.
       01 CONSENT-HISTORY-RECORD.
           05 CH-TIMESTAMP   PIC X(14).
           05 CH-CUST-NUMBER PIC 9(10).
           05 CH-CHANNEL     PIC X(01).
           05 CH-PURPOSE     PIC X(04).
           05 CH-ACTION      PIC X(01).
           05 CH-EFF-DATE    PIC X(08).
           05 CH-SOURCE      PIC X(10).
           05 CH-EVIDENCE    PIC X(40).
           05 CH-OPERATOR    PIC X(16).
           05 CH-CORRID      PIC X(12).

       FD TEMPLATE-CLASS.
       01 TEMPLATE-CLASS-RECORD.
           05 TC-TEMPLATE    PIC X(07).
           05 TC-CLASS       PIC X(01).
               88 TC-IS-SERVICE   VALUE "S".
               88 TC-IS-MARKETING VALUE "M".
           05 TC-PURPOSE     PIC X(04).
           05 TC-DESCRIPTION PIC X(30).
           05 TC-EMAIL-OK    PIC X(01).
               88 TC-NO-EMAIL VALUE "N".
           05 TC-SMS-OK      PIC X(01).
               88 TC-SMS-ALLOWED VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
           88 WS-CUSTMAST-FOUND    VALUE "00".
           88 WS-CUSTMAST-NOTFOUND VALUE "23".
       01 WS-CONS-STATUS     PIC X(02) VALUE "00".
           88 WS-CONS-FOUND    VALUE "00".
           88 WS-CONS-NOTFOUND VALUE "23".
           88 WS-CONS-EOF      VALUE "10".
       01 WS-CHIST-STATUS    PIC X(02) VALUE "00".
       01 WS-TC-STATUS       PIC X(02) VALUE "00".
           88 WS-TC-FOUND    VALUE "00".
           88 WS-TC-NOTFOUND VALUE "23".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-CUSTADM-ROLE   PIC X(08) VALUE "CUSTADM".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "I".
           88 W06-GRANT        VALUE "G".
           88 W06-WITHDRAW     VALUE "W".
           88 W06-INQUIRE      VALUE "I".
           88 W06-TEMPLATE     VALUE "T".
       01 W07-TARGET-NUMBER  PIC 9(10) VALUE 0.
       01 W08-NUMBER-IN      PIC X(10) VALUE SPACES.
       01 W09-CHANNEL-IN     PIC X(01) VALUE SPACE.
           88 W09-CHANNEL-VALID VALUE "E" "S" "P" "T".
       01 W10-PURPOSE-IN     PIC X(04) VALUE SPACES.
       01 W11-EFF-DATE-IN    PIC X(08) VALUE SPACES.
       01 W12-SOURCE-IN      PIC X(10) VALUE SPACES.
       01 W13-EVIDENCE-IN    PIC X(40) VALUE SPACES.
       01 W14-TEMPLATE-IN    PIC X(07) VALUE SPACES.
       01 W15-CLASS-IN       PIC X(01) VALUE SPACE.
           88 W15-CLASS-VALID VALUE "S" "M".
       01 W16-DESC-IN        PIC X(30) VALUE SPACES.
       01 W17-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W18-AUDIT-RESULT   PIC X(01).
       01 W19-CONS-COUNT     PIC 9(03) VALUE 0.
       01 W20-EMAIL-OK-IN    PIC X(01) VALUE "S".
       01 W21-SMS-OK-IN      PIC X(01) VALUE "N".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       01 W91-JRN-PROGRAM    PIC X(10) VALUE "COBOLCNSM".
       01 W92-JRN-FILE       PIC X(10) VALUE "CUSTCONS".
       01 W93-JRN-ACTION     PIC X(01) VALUE SPACE.
       01 W94-JRN-KEY        PIC X(256) VALUE SPACES.
       01 W95-JRN-BEFORE     PIC X(600) VALUE SPACES.
       01 W96-JRN-AFTER      PIC X(600) VALUE SPACES.

      * Contact consent per customer, channel and purpose.  CUSTCONS
      * holds the position in force; every grant or withdrawal is
      * also appended to CONSHIST with its date, source and evidence
      * so the answer to "when and how did this customer agree" never
      * depends on the current record alone.  Channels are E (email),
      * S (SMS), P (post) and T (telephone).  The T transaction keeps
      * NQTMPLCLS, which tells COBOLNQW whether a template is a
      * service message or marketing and under which purpose, and
      * which channels (email, SMS) the template may go out on.
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

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-CUSTADM-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           CALL "COBOLCORR" USING WS-CORRID.

           DISPLAY "Transaccion (G=otorga W=retira I=consulta "
               "T=plantilla): ".
           ACCEPT W06-TRANS-CODE.

           EVALUATE TRUE
               WHEN W06-GRANT
               WHEN W06-WITHDRAW
                   PERFORM RECORD-CONSENT
                       THRU RECORD-CONSENT-EXIT
               WHEN W06-INQUIRE
                   PERFORM SHOW-CONSENTS
                       THRU SHOW-CONSENTS-EXIT
               WHEN W06-TEMPLATE
                   PERFORM CLASSIFY-TEMPLATE
                       THRU CLASSIFY-TEMPLATE-EXIT
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           GOBACK.

       READ-CUSTOMER.
           DISPLAY "Numero de cliente: ".
           ACCEPT W08-NUMBER-IN.
           IF W08-NUMBER-IN NOT NUMERIC
               DISPLAY "Numero no valido"
               SET WS-CUSTMAST-NOTFOUND TO TRUE
           ELSE
               MOVE W08-NUMBER-IN TO W07-TARGET-NUMBER
               MOVE "00" TO WS-CUSTMAST-STATUS
               OPEN INPUT CUSTOMER-MASTER
               MOVE W07-TARGET-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   KEY IS CUST-NUMBER
                   INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
               END-READ
               CLOSE CUSTOMER-MASTER
               IF WS-CUSTMAST-NOTFOUND
                   DISPLAY "No existe el cliente"
               END-IF
           END-IF.

      * A grant or withdrawal without a source and some evidence
      * (form id, call recording, web log reference) is worthless to
      * a regulator, so both are mandatory.  The effective date
      * defaults to today and may be back-dated to when the customer
      * actually signed, never forward.
       RECORD-CONSENT.
           PERFORM READ-CUSTOMER.
           IF NOT WS-CUSTMAST-FOUND
               GO TO RECORD-CONSENT-EXIT
           END-IF.

           DISPLAY "Canal (E=correo S=SMS P=postal T=telefono): ".
           ACCEPT W09-CHANNEL-IN.
           MOVE FUNCTION UPPER-CASE(W09-CHANNEL-IN) TO W09-CHANNEL-IN.
           IF NOT W09-CHANNEL-VALID
               DISPLAY "Canal no valido"
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           DISPLAY "Finalidad (ej. MKTG): ".
           ACCEPT W10-PURPOSE-IN.
           MOVE FUNCTION UPPER-CASE(W10-PURPOSE-IN) TO W10-PURPOSE-IN.
           IF W10-PURPOSE-IN = SPACES
               DISPLAY "Finalidad obligatoria"
               GO TO RECORD-CONSENT-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           DISPLAY "Fecha efectiva AAAAMMDD (blanco = hoy): ".
           ACCEPT W11-EFF-DATE-IN.
           IF W11-EFF-DATE-IN = SPACES
               MOVE WS-CURRENT-DATE(1:8) TO W11-EFF-DATE-IN
           END-IF.
           IF W11-EFF-DATE-IN NOT NUMERIC
               OR W11-EFF-DATE-IN > WS-CURRENT-DATE(1:8)
               DISPLAY "Fecha no valida"
               GO TO RECORD-CONSENT-EXIT
           END-IF.

           DISPLAY "Origen (WEB, OFICINA, LLAMADA, FORMULARIO...): ".
           ACCEPT W12-SOURCE-IN.
           DISPLAY "Evidencia (referencia del documento o registro): ".
           ACCEPT W13-EVIDENCE-IN.
           IF W12-SOURCE-IN = SPACES OR W13-EVIDENCE-IN = SPACES
               DISPLAY "Origen y evidencia son obligatorios"
               GO TO RECORD-CONSENT-EXIT
           END-IF.

           OPEN I-O CUST-CONSENT.
           IF WS-CONS-STATUS = "35"
               OPEN OUTPUT CUST-CONSENT
               CLOSE CUST-CONSENT
               OPEN I-O CUST-CONSENT
           END-IF.
           IF WS-CONS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CUSTCONS: " WS-CONS-STATUS
               GO TO RECORD-CONSENT-EXIT
           END-IF.

           MOVE W07-TARGET-NUMBER TO CN-CUST-NUMBER.
           MOVE W09-CHANNEL-IN    TO CN-CHANNEL.
           MOVE W10-PURPOSE-IN    TO CN-PURPOSE.
           READ CUST-CONSENT
               KEY IS CN-KEY
               INVALID KEY SET WS-CONS-NOTFOUND TO TRUE
           END-READ.
           IF WS-CONS-FOUND
               MOVE CUST-CONSENT-RECORD TO W95-JRN-BEFORE
               MOVE "U" TO W93-JRN-ACTION
           ELSE
               MOVE SPACES TO W95-JRN-BEFORE
               MOVE "A" TO W93-JRN-ACTION
               MOVE W07-TARGET-NUMBER TO CN-CUST-NUMBER
               MOVE W09-CHANNEL-IN    TO CN-CHANNEL
               MOVE W10-PURPOSE-IN    TO CN-PURPOSE
           END-IF.

           MOVE W06-TRANS-CODE        TO CN-STATUS.
           MOVE W11-EFF-DATE-IN       TO CN-EFF-DATE.
           MOVE W12-SOURCE-IN         TO CN-SOURCE.
           MOVE W13-EVIDENCE-IN       TO CN-EVIDENCE.
           MOVE W02-OPERATOR          TO CN-OPERATOR.
           MOVE WS-CURRENT-DATE(1:14) TO CN-UPDATED-TS.
           MOVE WS-CORRID             TO CN-CORRID.
           IF WS-CONS-FOUND
               REWRITE CUST-CONSENT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CUST-CONSENT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM JOURNAL-CONSENT-CHANGE.
           CLOSE CUST-CONSENT.

           PERFORM WRITE-CONSENT-HISTORY.
           PERFORM WRITE-SYSTEM-AUDIT.
           IF W06-GRANT
               DISPLAY "Consentimiento registrado"
           ELSE
               DISPLAY "Retirada registrada"
           END-IF.
       RECORD-CONSENT-EXIT.
           EXIT.

       SHOW-CONSENTS.
           PERFORM READ-CUSTOMER.
           IF NOT WS-CUSTMAST-FOUND
               GO TO SHOW-CONSENTS-EXIT
           END-IF.
           MOVE 0 TO W19-CONS-COUNT.
           OPEN INPUT CUST-CONSENT.
           IF WS-CONS-STATUS NOT = "00"
               DISPLAY "Sin consentimientos registrados"
               GO TO SHOW-CONSENTS-EXIT
           END-IF.
           MOVE W07-TARGET-NUMBER TO CN-CUST-NUMBER.
           MOVE LOW-VALUES TO CN-CHANNEL, CN-PURPOSE.
           START CUST-CONSENT KEY IS NOT LESS THAN CN-KEY
               INVALID KEY SET WS-CONS-EOF TO TRUE
           END-START.
           IF NOT WS-CONS-EOF
               READ CUST-CONSENT NEXT RECORD
                   AT END SET WS-CONS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-CONS-EOF
                   OR CN-CUST-NUMBER NOT = W07-TARGET-NUMBER
               ADD 1 TO W19-CONS-COUNT
               DISPLAY CN-CHANNEL " " CN-PURPOSE " " CN-STATUS
                   " desde " CN-EFF-DATE " " CN-SOURCE " "
                   CN-EVIDENCE
               READ CUST-CONSENT NEXT RECORD
                   AT END SET WS-CONS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CUST-CONSENT.
           IF W19-CONS-COUNT = 0
               DISPLAY "Sin consentimientos registrados"
           END-IF.
       SHOW-CONSENTS-EXIT.
           EXIT.

      * Templates not on NQTMPLCLS are treated as service messages by
      * COBOLNQW; anything promotional has to be entered here as M
      * with the purpose a customer must have agreed to.
       CLASSIFY-TEMPLATE.
           DISPLAY "Plantilla MSGCAT: ".
           ACCEPT W14-TEMPLATE-IN.
           IF W14-TEMPLATE-IN = SPACES
               GO TO CLASSIFY-TEMPLATE-EXIT
           END-IF.
           DISPLAY "Clase (S=servicio M=marketing): ".
           ACCEPT W15-CLASS-IN.
           MOVE FUNCTION UPPER-CASE(W15-CLASS-IN) TO W15-CLASS-IN.
           IF NOT W15-CLASS-VALID
               DISPLAY "Clase no valida"
               GO TO CLASSIFY-TEMPLATE-EXIT
           END-IF.
           MOVE SPACES TO W10-PURPOSE-IN.
           IF W15-CLASS-IN = "M"
               DISPLAY "Finalidad requerida (ej. MKTG): "
               ACCEPT W10-PURPOSE-IN
               MOVE FUNCTION UPPER-CASE(W10-PURPOSE-IN)
                   TO W10-PURPOSE-IN
               IF W10-PURPOSE-IN = SPACES
                   DISPLAY "Finalidad obligatoria para marketing"
                   GO TO CLASSIFY-TEMPLATE-EXIT
               END-IF
           END-IF.
           DISPLAY "Descripcion: ".
           ACCEPT W16-DESC-IN.
           DISPLAY "Permitida por correo (S/N): ".
           ACCEPT W20-EMAIL-OK-IN.
           MOVE FUNCTION UPPER-CASE(W20-EMAIL-OK-IN) TO W20-EMAIL-OK-IN.
           DISPLAY "Permitida por SMS (S/N): ".
           ACCEPT W21-SMS-OK-IN.
           MOVE FUNCTION UPPER-CASE(W21-SMS-OK-IN) TO W21-SMS-OK-IN.
           IF W20-EMAIL-OK-IN = "N" AND W21-SMS-OK-IN NOT = "S"
               DISPLAY "La plantilla debe admitir algun canal"
               GO TO CLASSIFY-TEMPLATE-EXIT
           END-IF.

           OPEN I-O TEMPLATE-CLASS.
           IF WS-TC-STATUS = "35"
               OPEN OUTPUT TEMPLATE-CLASS
               CLOSE TEMPLATE-CLASS
               OPEN I-O TEMPLATE-CLASS
           END-IF.
           IF WS-TC-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NQTMPLCLS: " WS-TC-STATUS
               GO TO CLASSIFY-TEMPLATE-EXIT
           END-IF.
           MOVE W14-TEMPLATE-IN TO TC-TEMPLATE.
           READ TEMPLATE-CLASS
               KEY IS TC-TEMPLATE
               INVALID KEY SET WS-TC-NOTFOUND TO TRUE
           END-READ.
           MOVE "NQTMPLCLS" TO W92-JRN-FILE.
           IF WS-TC-FOUND
               MOVE TEMPLATE-CLASS-RECORD TO W95-JRN-BEFORE
               MOVE "U" TO W93-JRN-ACTION
           ELSE
               MOVE SPACES TO W95-JRN-BEFORE
               MOVE "A" TO W93-JRN-ACTION
               MOVE W14-TEMPLATE-IN TO TC-TEMPLATE
           END-IF.
           MOVE W15-CLASS-IN   TO TC-CLASS.
           MOVE W10-PURPOSE-IN TO TC-PURPOSE.
           MOVE W16-DESC-IN    TO TC-DESCRIPTION.
           IF W20-EMAIL-OK-IN = "N"
               MOVE "N" TO TC-EMAIL-OK
           ELSE
               MOVE "Y" TO TC-EMAIL-OK
           END-IF.
           IF W21-SMS-OK-IN = "S"
               MOVE "Y" TO TC-SMS-OK
           ELSE
               MOVE "N" TO TC-SMS-OK
           END-IF.
           IF WS-TC-FOUND
               REWRITE TEMPLATE-CLASS-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE TEMPLATE-CLASS-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           MOVE SPACES TO W94-JRN-KEY.
           MOVE TC-TEMPLATE TO W94-JRN-KEY(1:7).
           MOVE TEMPLATE-CLASS-RECORD TO W96-JRN-AFTER.
           CALL "COBOLJRNW" USING W91-JRN-PROGRAM, WS-CORRID,
               W92-JRN-FILE, W93-JRN-ACTION, W94-JRN-KEY,
               W95-JRN-BEFORE, W96-JRN-AFTER.
           CLOSE TEMPLATE-CLASS.
           MOVE 0 TO W07-TARGET-NUMBER.
           PERFORM WRITE-SYSTEM-AUDIT.
           DISPLAY "Plantilla clasificada".
       CLASSIFY-TEMPLATE-EXIT.
           EXIT.

       WRITE-CONSENT-HISTORY.
           OPEN EXTEND CONSENT-HISTORY.
           IF WS-CHIST-STATUS = "35"
               OPEN OUTPUT CONSENT-HISTORY
           END-IF.
           MOVE WS-CURRENT-DATE(1:14) TO CH-TIMESTAMP.
           MOVE CN-CUST-NUMBER TO CH-CUST-NUMBER.
           MOVE CN-CHANNEL     TO CH-CHANNEL.
           MOVE CN-PURPOSE     TO CH-PURPOSE.
           MOVE CN-STATUS      TO CH-ACTION.
           MOVE CN-EFF-DATE    TO CH-EFF-DATE.
           MOVE CN-SOURCE      TO CH-SOURCE.
           MOVE CN-EVIDENCE    TO CH-EVIDENCE.
           MOVE CN-OPERATOR    TO CH-OPERATOR.
           MOVE CN-CORRID      TO CH-CORRID.
           WRITE CONSENT-HISTORY-RECORD.
           CLOSE CONSENT-HISTORY.

       WRITE-SYSTEM-AUDIT.
           MOVE SPACES TO W17-AUDIT-RECORD.
           STRING "CONSENT " W06-TRANS-CODE " " W07-TARGET-NUMBER
               DELIMITED BY SIZE
               INTO W17-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W17-AUDIT-RECORD, W18-AUDIT-RESULT.

       JOURNAL-CONSENT-CHANGE.
           MOVE SPACES TO W94-JRN-KEY.
           MOVE CN-KEY TO W94-JRN-KEY(1:15).
           MOVE CUST-CONSENT-RECORD TO W96-JRN-AFTER.
           CALL "COBOLJRNW" USING W91-JRN-PROGRAM, WS-CORRID,
               W92-JRN-FILE, W93-JRN-ACTION, W94-JRN-KEY,
               W95-JRN-BEFORE, W96-JRN-AFTER.
