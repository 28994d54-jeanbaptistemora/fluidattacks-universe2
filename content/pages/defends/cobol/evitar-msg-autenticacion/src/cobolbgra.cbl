       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLBGRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-GLASS ASSIGN TO "BRKGLASS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS WS-BRKGLASS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BREAK-GLASS.
       01 BREAK-GLASS-RECORD.
           05 BG-KEY.
               10 BG-USERNAME PIC X(16).
               10 BG-START-TS PIC X(14).
           05 BG-ROLE         PIC X(08).
           05 BG-END-TS       PIC X(14).
           05 BG-INCIDENT     PIC X(12).
           05 BG-REASON       PIC X(60).
           05 BG-CORRID       PIC X(12).
           05 BG-STATUS       PIC X(01).
               88 BG-IS-ACTIVE VALUE "A".
               88 BG-IS-ENDED  VALUE "E".
               88 BG-IS-CLOSED VALUE "C".
           05 BG-REVOKED-TS   PIC X(14).
           05 BG-REVIEWER     PIC X(16).
           05 BG-REVIEW-TS    PIC X(14).
           05 BG-REVIEW-NOTE  PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-BRKGLASS-STATUS PIC X(02) VALUE "00".
           88 WS-BRKGLASS-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-DECISION       PIC X(01) VALUE "S".
           88 W06-CLOSE VALUE "C".
       01 W07-NOTE-IN        PIC X(60) VALUE SPACES.
       01 W08-CLOSED         PIC 9(05) VALUE 0.
       01 W09-STILL-OPEN     PIC 9(05) VALUE 0.
       01 W20-SEV-TYPE       PIC X(08) VALUE "BGREVIEW".
       01 W21-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W22-SEV-OUTCOME    PIC X(01) VALUE "A".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * After-the-fact review of break-glass uses.  Only an ADMIN who
      * is not the person who broke the glass may close a use, and
      * only once its window is over; a review note is mandatory.
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

           OPEN I-O BREAK-GLASS.
           IF WS-BRKGLASS-STATUS NOT = "00"
               DISPLAY "Sin accesos de emergencia registrados"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           READ BREAK-GLASS NEXT RECORD
               AT END SET WS-BRKGLASS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-BRKGLASS-EOF
               IF NOT BG-IS-CLOSED
                   PERFORM REVIEW-ONE-USE
               END-IF
               READ BREAK-GLASS NEXT RECORD
                   AT END SET WS-BRKGLASS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE BREAK-GLASS.
           DISPLAY "Accesos cerrados: " W08-CLOSED.
           DISPLAY "Accesos aun pendientes: " W09-STILL-OPEN.

           GOBACK.

       REVIEW-ONE-USE.
           IF BG-USERNAME = W02-OPERATOR
               DISPLAY "Pendiente de otro revisor: " BG-USERNAME
                   " " BG-INCIDENT
               ADD 1 TO W09-STILL-OPEN
           ELSE
               IF BG-IS-ACTIVE AND BG-END-TS > WS-CURRENT-DATE(1:14)
                   DISPLAY "Ventana aun vigente: " BG-USERNAME
                       " " BG-INCIDENT
                   ADD 1 TO W09-STILL-OPEN
               ELSE
                   PERFORM ASK-REVIEW-DECISION
               END-IF
           END-IF.

       ASK-REVIEW-DECISION.
           DISPLAY "Acceso de emergencia de " BG-USERNAME.
           DISPLAY "  Rol: " BG-ROLE "  Incidente: " BG-INCIDENT.
           DISPLAY "  Desde: " BG-START-TS "  Hasta: " BG-END-TS.
           DISPLAY "  Motivo: " BG-REASON.
           DISPLAY "  Corrida: " BG-CORRID.
           DISPLAY "Cerrar revision u omitir (C/S): ".
           ACCEPT W06-DECISION.
           IF W06-CLOSE
               DISPLAY "Nota de revision: "
               ACCEPT W07-NOTE-IN
               IF W07-NOTE-IN = SPACES
                   DISPLAY "La nota de revision es obligatoria"
                   ADD 1 TO W09-STILL-OPEN
               ELSE
                   PERFORM CLOSE-ONE-USE
               END-IF
           ELSE
               ADD 1 TO W09-STILL-OPEN
           END-IF.

       CLOSE-ONE-USE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF BG-REVOKED-TS = SPACES
               MOVE BG-END-TS TO BG-REVOKED-TS
           END-IF.
           MOVE "C" TO BG-STATUS.
           MOVE W02-OPERATOR TO BG-REVIEWER.
           MOVE WS-CURRENT-DATE(1:14) TO BG-REVIEW-TS.
           MOVE W07-NOTE-IN TO BG-REVIEW-NOTE.
           REWRITE BREAK-GLASS-RECORD.
           ADD 1 TO W08-CLOSED.
           DISPLAY "Revision cerrada".
           MOVE SPACES TO W21-SEV-OBJECT.
           STRING BG-USERNAME " " BG-INCIDENT
               DELIMITED BY SIZE
               INTO W21-SEV-OBJECT.
           CALL "COBOLSEVW" USING W20-SEV-TYPE, BG-CORRID,
               W02-OPERATOR, W21-SEV-OBJECT, W22-SEV-OUTCOME.
