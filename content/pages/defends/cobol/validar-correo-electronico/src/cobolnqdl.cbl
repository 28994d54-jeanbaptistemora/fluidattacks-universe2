       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLNQDL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAD-LETTER ASSIGN TO "NQDEADLTR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DL-KEY
           FILE STATUS IS WS-DL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD DEAD-LETTER.
       01 DEAD-LETTER-RECORD.
           05 DL-KEY.
               10 DL-QUEUED-TS PIC X(14).
               10 DL-SEQ       PIC 9(04).
           05 DL-RECIPIENT  PIC X(256).
           05 DL-TEMPLATE   PIC X(07).
           05 DL-SUBST      PIC X(32).
           05 DL-CORRID     PIC X(12).
           05 DL-ATTEMPTS   PIC 9(02).
           05 DL-LAST-ERROR PIC X(30).
           05 DL-DEAD-TS    PIC X(14).
           05 DL-STATUS     PIC X(01).
               88 DL-IS-DEAD        VALUE "D".
               88 DL-IS-RESUBMITTED VALUE "R".
           05 DL-ACTION-TS  PIC X(14).
           05 DL-ACTION-BY  PIC X(16).
           05 DL-CHANNEL    PIC X(01).
               88 DL-IS-SMS         VALUE "S".

       WORKING-STORAGE SECTION.
       01 WS-DL-STATUS       PIC X(02) VALUE "00".
           88 WS-DL-FOUND    VALUE "00".
           88 WS-DL-NOTFOUND VALUE "23".
           88 WS-DL-EOF      VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "L".
           88 W06-LIST       VALUE "L".
           88 W06-INQUIRE    VALUE "I".
           88 W06-RESUBMIT   VALUE "R".
       01 W07-TEMPLATE-IN    PIC X(07) VALUE SPACES.
       01 W08-KEY-IN         PIC X(18) VALUE SPACES.
       01 W09-LISTED         PIC 9(05) VALUE 0.
       01 W10-CONFIRM        PIC X(01) VALUE "N".
           88 W10-CONFIRMED  VALUE "S".
       01 W11-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W12-AUDIT-RESULT   PIC X(01).
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       01 W91-NQ-RECIPIENT   PIC X(256) VALUE SPACES.
       01 W92-NQ-TEMPLATE    PIC X(07) VALUE SPACES.
       01 W93-NQ-SUBST       PIC X(32) VALUE SPACES.
       01 W94-NQ-RESULT      PIC X(01).
           88 W94-QUEUED        VALUE "Q".
           88 W94-SUPPRESSED    VALUE "S".
           88 W94-UNDELIVERABLE VALUE "U".
           88 W94-NO-CONSENT    VALUE "C".

      * Operations view of NQDEADLTR, the messages COBOLNQSND gave
      * up on.  L lists what is still dead (optionally for one
      * template), I shows one entry in full and R puts it back on
      * NOTIFYQ.  A resubmit goes through COBOLNQW like any new send,
      * so a recipient suppressed or flagged since then stays blocked;
      * the entry is kept as R with who resubmitted it and when.
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

           OPEN I-O DEAD-LETTER.
           IF WS-DL-STATUS NOT = "00"
               DISPLAY "NQDEADLTR vacio o no disponible: "
                   WS-DL-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (L=lista I=consulta R=reenvio): ".
           ACCEPT W06-TRANS-CODE.
           MOVE FUNCTION UPPER-CASE(W06-TRANS-CODE) TO W06-TRANS-CODE.

           EVALUATE TRUE
               WHEN W06-LIST
                   PERFORM LIST-DEAD-LETTERS
               WHEN W06-INQUIRE
                   PERFORM SHOW-DEAD-LETTER
                       THRU SHOW-DEAD-LETTER-EXIT
               WHEN W06-RESUBMIT
                   PERFORM RESUBMIT-DEAD-LETTER
                       THRU RESUBMIT-DEAD-LETTER-EXIT
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE DEAD-LETTER.
           GOBACK.

       LIST-DEAD-LETTERS.
           DISPLAY "Plantilla (blanco = todas): ".
           ACCEPT W07-TEMPLATE-IN.
           MOVE 0 TO W09-LISTED.
           MOVE SPACES TO DL-KEY.
           START DEAD-LETTER KEY IS NOT LESS THAN DL-KEY
               INVALID KEY SET WS-DL-EOF TO TRUE
           END-START.
           IF NOT WS-DL-EOF
               READ DEAD-LETTER NEXT RECORD
                   AT END SET WS-DL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-DL-EOF
               IF DL-IS-DEAD
                   AND (W07-TEMPLATE-IN = SPACES
                       OR DL-TEMPLATE = W07-TEMPLATE-IN)
                   ADD 1 TO W09-LISTED
                   DISPLAY DL-KEY " " DL-TEMPLATE " " DL-DEAD-TS
                       " " DL-ATTEMPTS " " DL-RECIPIENT(1:40)
               END-IF
               READ DEAD-LETTER NEXT RECORD
                   AT END SET WS-DL-EOF TO TRUE
               END-READ
           END-PERFORM.
           DISPLAY "Mensajes pendientes de reenvio: " W09-LISTED.

       READ-DEAD-LETTER.
           DISPLAY "Clave (fecha-hora y secuencia, 18 posiciones): ".
           ACCEPT W08-KEY-IN.
           MOVE "00" TO WS-DL-STATUS.
           MOVE W08-KEY-IN TO DL-KEY.
           READ DEAD-LETTER
               KEY IS DL-KEY
               INVALID KEY SET WS-DL-NOTFOUND TO TRUE
           END-READ.
           IF WS-DL-NOTFOUND
               DISPLAY "No existe el mensaje"
           END-IF.

       SHOW-DEAD-LETTER.
           PERFORM READ-DEAD-LETTER.
           IF NOT WS-DL-FOUND
               GO TO SHOW-DEAD-LETTER-EXIT
           END-IF.
           PERFORM DISPLAY-DEAD-LETTER.
       SHOW-DEAD-LETTER-EXIT.
           EXIT.

       DISPLAY-DEAD-LETTER.
           DISPLAY "Destinatario: " DL-RECIPIENT(1:60).
           DISPLAY "Plantilla:    " DL-TEMPLATE.
           DISPLAY "Canal:        " DL-CHANNEL.
           DISPLAY "Valores:      " DL-SUBST.
           DISPLAY "Corrida:      " DL-CORRID.
           DISPLAY "Intentos:     " DL-ATTEMPTS.
           DISPLAY "Ultimo error: " DL-LAST-ERROR.
           DISPLAY "Descartado:   " DL-DEAD-TS.
           DISPLAY "Estado:       " DL-STATUS " " DL-ACTION-TS " "
               DL-ACTION-BY.

      * Tokens in a reset or verification message may have expired
      * by the time it is resubmitted; the operator sees the entry
      * and confirms before it goes back on the queue.
       RESUBMIT-DEAD-LETTER.
           PERFORM READ-DEAD-LETTER.
           IF NOT WS-DL-FOUND
               GO TO RESUBMIT-DEAD-LETTER-EXIT
           END-IF.
           IF NOT DL-IS-DEAD
               DISPLAY "El mensaje ya fue reenviado el " DL-ACTION-TS
               GO TO RESUBMIT-DEAD-LETTER-EXIT
           END-IF.
           PERFORM DISPLAY-DEAD-LETTER.
           IF DL-IS-SMS
               DISPLAY "Los codigos por SMS caducan; el usuario debe "
                   "pedir uno nuevo"
               GO TO RESUBMIT-DEAD-LETTER-EXIT
           END-IF.
           DISPLAY "Reenviar este mensaje (S/N): ".
           ACCEPT W10-CONFIRM.
           MOVE FUNCTION UPPER-CASE(W10-CONFIRM) TO W10-CONFIRM.
           IF NOT W10-CONFIRMED
               DISPLAY "Reenvio cancelado"
               GO TO RESUBMIT-DEAD-LETTER-EXIT
           END-IF.

           MOVE DL-RECIPIENT TO W91-NQ-RECIPIENT.
           MOVE DL-TEMPLATE  TO W92-NQ-TEMPLATE.
           MOVE DL-SUBST     TO W93-NQ-SUBST.
           CALL "COBOLNQW" USING W91-NQ-RECIPIENT, W92-NQ-TEMPLATE,
               W93-NQ-SUBST, W94-NQ-RESULT.
           EVALUATE TRUE
               WHEN W94-QUEUED
                   CONTINUE
               WHEN W94-SUPPRESSED
                   DISPLAY "Destinatario en lista de supresion"
                   GO TO RESUBMIT-DEAD-LETTER-EXIT
               WHEN W94-UNDELIVERABLE
                   DISPLAY "Destinatario marcado como no entregable"
                   GO TO RESUBMIT-DEAD-LETTER-EXIT
               WHEN W94-NO-CONSENT
                   DISPLAY "El cliente no tiene consentimiento vigente"
                   GO TO RESUBMIT-DEAD-LETTER-EXIT
               WHEN OTHER
                   DISPLAY "No se pudo encolar en NOTIFYQ"
                   GO TO RESUBMIT-DEAD-LETTER-EXIT
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "R" TO DL-STATUS.
           MOVE WS-CURRENT-DATE(1:14) TO DL-ACTION-TS.
           MOVE W02-OPERATOR TO DL-ACTION-BY.
           REWRITE DEAD-LETTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           PERFORM WRITE-SYSTEM-AUDIT.
           DISPLAY "Mensaje devuelto a NOTIFYQ".
       RESUBMIT-DEAD-LETTER-EXIT.
           EXIT.

       WRITE-SYSTEM-AUDIT.
           MOVE SPACES TO W11-AUDIT-RECORD.
           STRING "NQRESUB " DL-KEY
               DELIMITED BY SIZE
               INTO W11-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W11-AUDIT-RECORD, W12-AUDIT-RESULT.
