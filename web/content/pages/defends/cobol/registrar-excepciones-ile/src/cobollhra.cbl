       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLLHRA.

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
           88 WS-HOLD-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-LEGAL-ROLE     PIC X(08) VALUE "LEGAL".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-DECISION       PIC X(01) VALUE "S".
           88 W06-CONFIRM VALUE "C".
           88 W06-REJECT  VALUE "R".
       01 W07-RELEASED       PIC 9(05) VALUE 0.
       01 W08-KEPT           PIC 9(05) VALUE 0.
       01 W09-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W10-AUDIT-RESULT   PIC X(01).
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Second half of a legal-hold release: a LEGAL operator other
      * than the one who asked for it confirms or turns down each
      * pending release.  A confirmed hold stops protecting records
      * from the next COBOLRETM run; a turned-down one goes back to
      * active as if the request had never been made.
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
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "No se pudo abrir LEGALHOLD: " WS-HOLD-STATUS
               GOBACK
           END-IF.

           READ LEGAL-HOLD NEXT RECORD
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-HOLD-EOF
               IF HL-RELEASE-PENDING
                   PERFORM REVIEW-ONE-RELEASE
               END-IF
               READ LEGAL-HOLD NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LEGAL-HOLD.
           DISPLAY "Retenciones liberadas: " W07-RELEASED.
           DISPLAY "Liberaciones rechazadas: " W08-KEPT.

           GOBACK.

       REVIEW-ONE-RELEASE.
           IF HL-REL-REQ-BY = W02-OPERATOR
               DISPLAY "Pendiente de otro operador: " HL-CASE-REF
                   " " HL-SEQ
           ELSE
               DISPLAY "Liberacion pedida por " HL-REL-REQ-BY
                   " el " HL-REL-REQ-TS
               DISPLAY "  Caso: " HL-CASE-REF " " HL-SEQ
               EVALUATE TRUE
                   WHEN HL-ON-CUSTOMER
                       DISPLAY "  Cliente: " HL-SUBJECT
                   WHEN HL-ON-USER
                       DISPLAY "  Usuario: " HL-SUBJECT
                   WHEN HL-ON-FILE
                       DISPLAY "  Archivo completo"
               END-EVALUATE
               DISPLAY "  Archivo: " HL-FILE
                   "  Registros: " HL-FROM-DATE "-" HL-TO-DATE
               DISPLAY "  Motivo: " HL-REASON
               DISPLAY "Confirmar, rechazar u omitir (C/R/S): "
               ACCEPT W06-DECISION
               EVALUATE TRUE
                   WHEN W06-CONFIRM
                       PERFORM CONFIRM-RELEASE
                           THRU CONFIRM-RELEASE-EXIT
                   WHEN W06-REJECT
                       PERFORM REJECT-RELEASE
                           THRU REJECT-RELEASE-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CONFIRM-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "R" TO HL-STATUS.
           MOVE WS-CURRENT-DATE(1:14) TO HL-RELEASED-TS.
           MOVE W02-OPERATOR TO HL-RELEASED-BY.
           REWRITE LEGAL-HOLD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "No se pudo actualizar la retencion: "
                   WS-HOLD-STATUS
               GO TO CONFIRM-RELEASE-EXIT
           END-IF.
           ADD 1 TO W07-RELEASED.
           DISPLAY "Retencion liberada".
           MOVE SPACES TO W09-AUDIT-RECORD.
           STRING "LHRELEAS" HL-CASE-REF HL-SEQ
               DELIMITED BY SIZE
               INTO W09-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W09-AUDIT-RECORD, W10-AUDIT-RESULT.
       CONFIRM-RELEASE-EXIT.
           EXIT.

       REJECT-RELEASE.
           MOVE "A" TO HL-STATUS.
           MOVE SPACES TO HL-REL-REQ-TS.
           MOVE SPACES TO HL-REL-REQ-BY.
           REWRITE LEGAL-HOLD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "No se pudo actualizar la retencion: "
                   WS-HOLD-STATUS
               GO TO REJECT-RELEASE-EXIT
           END-IF.
           ADD 1 TO W08-KEPT.
           DISPLAY "Liberacion rechazada; la retencion sigue vigente".
           MOVE SPACES TO W09-AUDIT-RECORD.
           STRING "LHRELREJ" HL-CASE-REF HL-SEQ
               DELIMITED BY SIZE
               INTO W09-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W09-AUDIT-RECORD, W10-AUDIT-RESULT.
       REJECT-RELEASE-EXIT.
           EXIT.
