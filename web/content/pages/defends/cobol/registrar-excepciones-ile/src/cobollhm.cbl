       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLLHM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD ASSIGN TO "LEGALHOLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HL-KEY
           FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD LEGAL-HOLD.
       01 LEGAL-HOLD-RECORD.
           05 HL-KEY.
               10 HL-CASE-REF  PIC X(12).
               10 HL-SEQ       PIC 9(03).
           05 HL-TYPE          PIC X(01).
               88 HL-ON-CUSTOMER VALUE "C".
               88 HL-ON-USER     VALUE "U".
               88 HL-ON-FILE     VALUE "F".
           05 HL-SUBJECT       PIC X(16).
           05 HL-FILE          PIC X(10).
           05 HL-FROM-DATE     PIC X(08).
           05 HL-TO-DATE       PIC X(08).
           05 HL-REASON        PIC X(40).
           05 HL-STATUS        PIC X(01).
               88 HL-IS-ACTIVE       VALUE "A".
               88 HL-RELEASE-PENDING VALUE "P".
               88 HL-IS-RELEASED     VALUE "R".
           05 HL-PLACED-TS     PIC X(14).
           05 HL-PLACED-BY     PIC X(16).
           05 HL-REL-REQ-TS    PIC X(14).
           05 HL-REL-REQ-BY    PIC X(16).
           05 HL-RELEASED-TS   PIC X(14).
           05 HL-RELEASED-BY   PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS     PIC X(02) VALUE "00".
           88 WS-HOLD-FOUND    VALUE "00".
           88 WS-HOLD-EOF      VALUE "10".
           88 WS-HOLD-NOTFOUND VALUE "23".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-LEGAL-ROLE     PIC X(08) VALUE "LEGAL".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "I".
           88 W06-PLACE   VALUE "P".
           88 W06-LIST    VALUE "L".
           88 W06-INQUIRE VALUE "I".
           88 W06-RELEASE VALUE "R".
       01 W07-CASE-IN        PIC X(12) VALUE SPACES.
       01 W08-SEQ-IN         PIC X(03) VALUE SPACES.
       01 W09-TYPE-IN        PIC X(01) VALUE SPACE.
           88 W09-TYPE-VALID VALUE "C" "U" "F".
       01 W10-SUBJECT-IN     PIC X(16) VALUE SPACES.
       01 W11-FILE-IN        PIC X(10) VALUE SPACES.
       01 W12-FROM-IN        PIC X(08) VALUE SPACES.
       01 W13-TO-IN          PIC X(08) VALUE SPACES.
       01 W14-REASON-IN      PIC X(40) VALUE SPACES.
       01 W15-NEXT-SEQ       PIC 9(04) VALUE 0.
       01 W16-LISTED         PIC 9(05) VALUE 0.
       01 W17-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W18-AUDIT-RESULT   PIC X(01).
       01 W19-CONFIRM        PIC X(02) VALUE SPACES.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Legal-hold register.  Legal places a hold under a case
      * reference on a customer number, a username or a whole file,
      * optionally limited to one file and to a range of record
      * dates; COBOLRETM and COBOLRTBF consult it through COBOLLHCK.
      * A hold is never deleted.  Releasing one takes two people:
      * the request is made here and a different LEGAL operator
      * confirms it in COBOLLHRA, and the hold keeps protecting its
      * records until then.
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

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-LEGAL-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           OPEN I-O LEGAL-HOLD.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD
               CLOSE LEGAL-HOLD
               MOVE "00" TO WS-HOLD-STATUS
               OPEN I-O LEGAL-HOLD
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "No se pudo abrir LEGALHOLD: " WS-HOLD-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (P=retener L=listar I=consultar "
               "R=pedir liberacion): ".
           ACCEPT W06-TRANS-CODE.

           EVALUATE TRUE
               WHEN W06-PLACE
                   PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
               WHEN W06-LIST
                   PERFORM LIST-HOLDS
               WHEN W06-INQUIRE
                   PERFORM INQUIRE-HOLD
               WHEN W06-RELEASE
                   PERFORM REQUEST-RELEASE THRU REQUEST-RELEASE-EXIT
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE LEGAL-HOLD.

           GOBACK.

       PLACE-HOLD.
           DISPLAY "Referencia del caso: ".
           ACCEPT W07-CASE-IN.
           IF W07-CASE-IN = SPACES
               DISPLAY "La referencia del caso es obligatoria"
               GO TO PLACE-HOLD-EXIT
           END-IF.
           DISPLAY "Retener (C=cliente U=usuario F=archivo): ".
           ACCEPT W09-TYPE-IN.
           IF NOT W09-TYPE-VALID
               DISPLAY "Tipo no valido"
               GO TO PLACE-HOLD-EXIT
           END-IF.

           MOVE SPACES TO W10-SUBJECT-IN.
           MOVE SPACES TO W11-FILE-IN.
           EVALUATE W09-TYPE-IN
               WHEN "C"
                   DISPLAY "Numero de cliente: "
                   ACCEPT W10-SUBJECT-IN
                   IF W10-SUBJECT-IN(1:10) NOT NUMERIC
                       DISPLAY "Numero de cliente no valido"
                       GO TO PLACE-HOLD-EXIT
                   END-IF
                   DISPLAY "Solo en el archivo (blanco = todos): "
                   ACCEPT W11-FILE-IN
               WHEN "U"
                   DISPLAY "Usuario: "
                   ACCEPT W10-SUBJECT-IN
                   IF W10-SUBJECT-IN = SPACES
                       DISPLAY "Usuario obligatorio"
                       GO TO PLACE-HOLD-EXIT
                   END-IF
                   DISPLAY "Solo en el archivo (blanco = todos): "
                   ACCEPT W11-FILE-IN
               WHEN "F"
                   DISPLAY "Archivo: "
                   ACCEPT W11-FILE-IN
                   IF W11-FILE-IN = SPACES
                       DISPLAY "Archivo obligatorio"
                       GO TO PLACE-HOLD-EXIT
                   END-IF
           END-EVALUATE.

           DISPLAY "Registros desde AAAAMMDD (blanco = sin limite): ".
           ACCEPT W12-FROM-IN.
           DISPLAY "Registros hasta AAAAMMDD (blanco = sin limite): ".
           ACCEPT W13-TO-IN.
           IF (W12-FROM-IN NOT = SPACES AND W12-FROM-IN NOT NUMERIC)
               OR (W13-TO-IN NOT = SPACES AND W13-TO-IN NOT NUMERIC)
               DISPLAY "Fecha no valida"
               GO TO PLACE-HOLD-EXIT
           END-IF.
           IF W12-FROM-IN NOT = SPACES AND W13-TO-IN NOT = SPACES
               AND W12-FROM-IN > W13-TO-IN
               DISPLAY "La fecha inicial es posterior a la final"
               GO TO PLACE-HOLD-EXIT
           END-IF.
           DISPLAY "Motivo: ".
           ACCEPT W14-REASON-IN.
           IF W14-REASON-IN = SPACES
               DISPLAY "El motivo es obligatorio"
               GO TO PLACE-HOLD-EXIT
           END-IF.

           PERFORM FIND-NEXT-SEQ.
           IF W15-NEXT-SEQ > 999
               DISPLAY "El caso ya tiene el maximo de retenciones"
               GO TO PLACE-HOLD-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO LEGAL-HOLD-RECORD.
           MOVE W07-CASE-IN    TO HL-CASE-REF.
           MOVE W15-NEXT-SEQ   TO HL-SEQ.
           MOVE W09-TYPE-IN    TO HL-TYPE.
           MOVE W10-SUBJECT-IN TO HL-SUBJECT.
           MOVE W11-FILE-IN    TO HL-FILE.
           MOVE W12-FROM-IN    TO HL-FROM-DATE.
           MOVE W13-TO-IN      TO HL-TO-DATE.
           MOVE W14-REASON-IN  TO HL-REASON.
           MOVE "A"            TO HL-STATUS.
           MOVE WS-CURRENT-DATE(1:14) TO HL-PLACED-TS.
           MOVE W02-OPERATOR   TO HL-PLACED-BY.
           WRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   DISPLAY "No se pudo registrar la retencion"
                   GO TO PLACE-HOLD-EXIT
           END-WRITE.
           DISPLAY "Retencion registrada: " HL-CASE-REF " " HL-SEQ.
           MOVE SPACES TO W17-AUDIT-RECORD.
           STRING "LHPLACE " HL-CASE-REF HL-SEQ
               DELIMITED BY SIZE
               INTO W17-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W17-AUDIT-RECORD, W18-AUDIT-RESULT.
       PLACE-HOLD-EXIT.
           EXIT.

       FIND-NEXT-SEQ.
           MOVE 1 TO W15-NEXT-SEQ.
           MOVE W07-CASE-IN TO HL-CASE-REF.
           MOVE 0 TO HL-SEQ.
           MOVE "00" TO WS-HOLD-STATUS.
           START LEGAL-HOLD KEY IS NOT LESS THAN HL-KEY
               INVALID KEY SET WS-HOLD-EOF TO TRUE
           END-START.
           IF NOT WS-HOLD-EOF
               READ LEGAL-HOLD NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HOLD-EOF OR HL-CASE-REF NOT = W07-CASE-IN
               COMPUTE W15-NEXT-SEQ = HL-SEQ + 1
               READ LEGAL-HOLD NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM.

       LIST-HOLDS.
           DISPLAY "Caso (blanco = todas las retenciones vigentes): ".
           ACCEPT W07-CASE-IN.
           MOVE 0 TO W16-LISTED.
           MOVE W07-CASE-IN TO HL-CASE-REF.
           MOVE 0 TO HL-SEQ.
           MOVE "00" TO WS-HOLD-STATUS.
           START LEGAL-HOLD KEY IS NOT LESS THAN HL-KEY
               INVALID KEY SET WS-HOLD-EOF TO TRUE
           END-START.
           IF NOT WS-HOLD-EOF
               READ LEGAL-HOLD NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HOLD-EOF
                   OR (W07-CASE-IN NOT = SPACES
                       AND HL-CASE-REF NOT = W07-CASE-IN)
               IF W07-CASE-IN NOT = SPACES OR NOT HL-IS-RELEASED
                   DISPLAY HL-CASE-REF " " HL-SEQ " " HL-STATUS
                       " " HL-TYPE " " HL-SUBJECT " " HL-FILE
                       " " HL-FROM-DATE "-" HL-TO-DATE
                   ADD 1 TO W16-LISTED
               END-IF
               READ LEGAL-HOLD NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM.
           DISPLAY "Retenciones listadas: " W16-LISTED.

       INQUIRE-HOLD.
           PERFORM READ-HOLD-BY-KEY.
           IF NOT WS-HOLD-FOUND
               DISPLAY "No existe esa retencion"
           ELSE
               DISPLAY "Caso: " HL-CASE-REF " " HL-SEQ
               EVALUATE TRUE
                   WHEN HL-IS-ACTIVE
                       DISPLAY "Estado: vigente"
                   WHEN HL-RELEASE-PENDING
                       DISPLAY "Estado: liberacion pendiente de "
                           "confirmar"
                   WHEN HL-IS-RELEASED
                       DISPLAY "Estado: liberada"
               END-EVALUATE
               EVALUATE TRUE
                   WHEN HL-ON-CUSTOMER
                       DISPLAY "Cliente: " HL-SUBJECT
                   WHEN HL-ON-USER
                       DISPLAY "Usuario: " HL-SUBJECT
                   WHEN HL-ON-FILE
                       DISPLAY "Archivo completo"
               END-EVALUATE
               DISPLAY "Archivo: " HL-FILE
               DISPLAY "Registros desde: " HL-FROM-DATE
                   " hasta: " HL-TO-DATE
               DISPLAY "Motivo: " HL-REASON
               DISPLAY "Colocada: " HL-PLACED-TS " por " HL-PLACED-BY
               IF HL-REL-REQ-BY NOT = SPACES
                   DISPLAY "Liberacion pedida: " HL-REL-REQ-TS
                       " por " HL-REL-REQ-BY
               END-IF
               IF HL-IS-RELEASED
                   DISPLAY "Liberada: " HL-RELEASED-TS
                       " por " HL-RELEASED-BY
               END-IF
           END-IF.

       REQUEST-RELEASE.
           PERFORM READ-HOLD-BY-KEY.
           IF NOT WS-HOLD-FOUND
               DISPLAY "No existe esa retencion"
               GO TO REQUEST-RELEASE-EXIT
           END-IF.
           IF NOT HL-IS-ACTIVE
               DISPLAY "La retencion no esta vigente"
               GO TO REQUEST-RELEASE-EXIT
           END-IF.
           DISPLAY "Pedir la liberacion de " HL-CASE-REF " " HL-SEQ.
           DISPLAY "Confirmar (SI): ".
           ACCEPT W19-CONFIRM.
           IF W19-CONFIRM NOT = "SI"
               DISPLAY "Sin cambios"
               GO TO REQUEST-RELEASE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "P" TO HL-STATUS.
           MOVE WS-CURRENT-DATE(1:14) TO HL-REL-REQ-TS.
           MOVE W02-OPERATOR TO HL-REL-REQ-BY.
           REWRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar la retencion"
                   GO TO REQUEST-RELEASE-EXIT
           END-REWRITE.
           DISPLAY "Liberacion pedida; otro operador debe confirmarla".
           MOVE SPACES TO W17-AUDIT-RECORD.
           STRING "LHRELREQ" HL-CASE-REF HL-SEQ
               DELIMITED BY SIZE
               INTO W17-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W17-AUDIT-RECORD, W18-AUDIT-RESULT.
       REQUEST-RELEASE-EXIT.
           EXIT.

       READ-HOLD-BY-KEY.
           DISPLAY "Referencia del caso: ".
           ACCEPT W07-CASE-IN.
           DISPLAY "Numero de retencion (3 digitos): ".
           ACCEPT W08-SEQ-IN.
           SET WS-HOLD-NOTFOUND TO TRUE.
           IF W08-SEQ-IN NUMERIC
               MOVE "00" TO WS-HOLD-STATUS
               MOVE W07-CASE-IN TO HL-CASE-REF
               MOVE W08-SEQ-IN TO HL-SEQ
               READ LEGAL-HOLD
                   KEY IS HL-KEY
                   INVALID KEY SET WS-HOLD-NOTFOUND TO TRUE
               END-READ
           END-IF.
