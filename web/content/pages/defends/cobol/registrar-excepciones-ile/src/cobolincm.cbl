       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLINCM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-NUMBER
           FILE STATUS IS WS-INC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INCIDENT-FILE.
       01 INCIDENT-RECORD.
           05 IN-NUMBER         PIC 9(07).
           05 IN-PROGRAM        PIC X(20).
           05 IN-EXCEPTION      PIC X(10).
           05 IN-STATUS         PIC X(01).
               88 IN-IS-OPEN     VALUE "O".
               88 IN-IS-ACKED    VALUE "A".
               88 IN-IS-RESOLVED VALUE "R".
           05 IN-OPENED-TS      PIC X(14).
           05 IN-ACKED-TS       PIC X(14).
           05 IN-ACKED-BY       PIC X(16).
           05 IN-ASSIGNEE       PIC X(16).
           05 IN-RESOLVED-TS    PIC X(14).
           05 IN-RESOLVED-BY    PIC X(16).
           05 IN-RUNBOOK-ACTION PIC X(04).
           05 IN-RUNBOOK-INSTR  PIC X(60).
           05 IN-FIRST-CORRID   PIC X(12).
           05 IN-LAST-CORRID    PIC X(12).
           05 IN-LAST-SEEN      PIC X(21).
           05 IN-OCCURRENCES    PIC 9(07).
           05 IN-NOTES          PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-INC-STATUS      PIC X(02) VALUE "00".
           88 WS-INC-FOUND    VALUE "00".
           88 WS-INC-EOF      VALUE "10".
           88 WS-INC-NOTFOUND VALUE "23".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "I".
           88 W06-LIST        VALUE "L".
           88 W06-INQUIRE     VALUE "I".
           88 W06-ACKNOWLEDGE VALUE "A".
           88 W06-RESOLVE     VALUE "R".
       01 W07-NUMBER-IN      PIC X(07) VALUE SPACES.
       01 W08-ASSIGNEE-IN    PIC X(16) VALUE SPACES.
       01 W09-NOTES-IN       PIC X(120) VALUE SPACES.
       01 W10-LISTED         PIC 9(05) VALUE 0.
       01 W11-STATE          PIC X(11) VALUE SPACES.
       01 W12-CONFIRM        PIC X(02) VALUE SPACES.
       01 W13-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W14-AUDIT-RESULT   PIC X(01).
       01 W15-RBK-ACTION     PIC X(04).
       01 W16-RBK-SEV        PIC X(01).
       01 W17-RBK-INSTR-1    PIC X(60).
       01 W18-RBK-INSTR-2    PIC X(60).
       01 W19-RBK-INSTR-3    PIC X(60).
       01 W20-RBK-RESULT     PIC X(01).
           88 W20-RBK-FOUND VALUE "Y".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Incident desk for the errors COBOLERAL alerts on.  An
      * incident is opened by the alert run and collects every later
      * occurrence of its program and exception until it is
      * resolved here.  Acknowledging takes it on and names who is
      * working it; resolving closes it with the notes on what was
      * done, and acknowledges it at the same moment if nobody had.
      * A resolved incident is never reopened: the next occurrence
      * opens a new one.  COBOLINCR measures both steps each month.
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

           OPEN I-O INCIDENT-FILE.
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               MOVE "00" TO WS-INC-STATUS
               OPEN I-O INCIDENT-FILE
           END-IF.
           IF WS-INC-STATUS NOT = "00"
               DISPLAY "No se pudo abrir INCIDENTS: " WS-INC-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (L=listar I=consultar A=reconocer "
               "R=resolver): ".
           ACCEPT W06-TRANS-CODE.

           EVALUATE TRUE
               WHEN W06-LIST
                   PERFORM LIST-INCIDENTS
               WHEN W06-INQUIRE
                   PERFORM INQUIRE-INCIDENT
               WHEN W06-ACKNOWLEDGE
                   PERFORM ACKNOWLEDGE-INCIDENT
                       THRU ACKNOWLEDGE-INCIDENT-EXIT
               WHEN W06-RESOLVE
                   PERFORM RESOLVE-INCIDENT THRU RESOLVE-INCIDENT-EXIT
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE INCIDENT-FILE.

           GOBACK.

       LIST-INCIDENTS.
           MOVE 0 TO W10-LISTED.
           MOVE "00" TO WS-INC-STATUS.
           READ INCIDENT-FILE NEXT RECORD
               AT END SET WS-INC-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-INC-EOF
               IF NOT IN-IS-RESOLVED
                   PERFORM SET-STATE-TEXT
                   DISPLAY IN-NUMBER " " W11-STATE " " IN-PROGRAM
                       " " IN-EXCEPTION " " IN-OPENED-TS
                       " " IN-OCCURRENCES " " IN-ASSIGNEE
                   ADD 1 TO W10-LISTED
               END-IF
               READ INCIDENT-FILE NEXT RECORD
                   AT END SET WS-INC-EOF TO TRUE
               END-READ
           END-PERFORM.
           DISPLAY "Incidentes sin resolver: " W10-LISTED.

       INQUIRE-INCIDENT.
           PERFORM READ-INCIDENT-BY-KEY.
           IF NOT WS-INC-FOUND
               DISPLAY "No existe ese incidente"
           ELSE
               PERFORM SET-STATE-TEXT
               DISPLAY "Incidente: " IN-NUMBER "  Estado: " W11-STATE
               DISPLAY "Programa: " IN-PROGRAM
                   "  Excepcion: " IN-EXCEPTION
               DISPLAY "Abierto: " IN-OPENED-TS
                   "  Corrida: " IN-FIRST-CORRID
               DISPLAY "Ocurrencias: " IN-OCCURRENCES
                   "  Ultima: " IN-LAST-SEEN(1:14)
                   "  Corrida: " IN-LAST-CORRID
               IF IN-ACKED-TS NOT = SPACES
                   DISPLAY "Reconocido: " IN-ACKED-TS
                       " por " IN-ACKED-BY
               END-IF
               DISPLAY "Asignado a: " IN-ASSIGNEE
               IF IN-IS-RESOLVED
                   DISPLAY "Resuelto: " IN-RESOLVED-TS
                       " por " IN-RESOLVED-BY
                   DISPLAY "Notas: " IN-NOTES
               END-IF
               PERFORM SHOW-RUNBOOK
           END-IF.

      * The runbook is looked up again so the operator sees the
      * instructions as they stand now; the action recorded when the
      * incident was opened is shown when the binder has since lost
      * the entry.
       SHOW-RUNBOOK.
           CALL "COBOLRBKL" USING IN-PROGRAM, IN-EXCEPTION,
               W15-RBK-ACTION, W16-RBK-SEV, W17-RBK-INSTR-1,
               W18-RBK-INSTR-2, W19-RBK-INSTR-3, W20-RBK-RESULT.
           IF W20-RBK-FOUND
               DISPLAY "Runbook: " W15-RBK-ACTION
               DISPLAY "  " W17-RBK-INSTR-1
               IF W18-RBK-INSTR-2 NOT = SPACES
                   DISPLAY "  " W18-RBK-INSTR-2
               END-IF
               IF W19-RBK-INSTR-3 NOT = SPACES
                   DISPLAY "  " W19-RBK-INSTR-3
               END-IF
           ELSE
               IF IN-RUNBOOK-ACTION NOT = SPACES
                   DISPLAY "Runbook al abrir: " IN-RUNBOOK-ACTION
                   DISPLAY "  " IN-RUNBOOK-INSTR
               ELSE
                   DISPLAY "Sin entrada en el runbook"
               END-IF
           END-IF.

       ACKNOWLEDGE-INCIDENT.
           PERFORM READ-INCIDENT-BY-KEY.
           IF NOT WS-INC-FOUND
               DISPLAY "No existe ese incidente"
               GO TO ACKNOWLEDGE-INCIDENT-EXIT
           END-IF.
           IF IN-IS-RESOLVED
               DISPLAY "El incidente ya esta resuelto"
               GO TO ACKNOWLEDGE-INCIDENT-EXIT
           END-IF.
           DISPLAY "Asignar a (blanco = " W02-OPERATOR "): ".
           ACCEPT W08-ASSIGNEE-IN.
           IF W08-ASSIGNEE-IN = SPACES
               MOVE W02-OPERATOR TO W08-ASSIGNEE-IN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF IN-IS-OPEN
               MOVE "A" TO IN-STATUS
               MOVE WS-CURRENT-DATE(1:14) TO IN-ACKED-TS
               MOVE W02-OPERATOR TO IN-ACKED-BY
           END-IF.
           MOVE W08-ASSIGNEE-IN TO IN-ASSIGNEE.
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar el incidente"
                   GO TO ACKNOWLEDGE-INCIDENT-EXIT
           END-REWRITE.
           DISPLAY "Incidente " IN-NUMBER " asignado a " IN-ASSIGNEE.
           MOVE SPACES TO W13-AUDIT-RECORD.
           STRING "INCACK  " IN-NUMBER IN-ASSIGNEE
               DELIMITED BY SIZE
               INTO W13-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W13-AUDIT-RECORD, W14-AUDIT-RESULT.
       ACKNOWLEDGE-INCIDENT-EXIT.
           EXIT.

       RESOLVE-INCIDENT.
           PERFORM READ-INCIDENT-BY-KEY.
           IF NOT WS-INC-FOUND
               DISPLAY "No existe ese incidente"
               GO TO RESOLVE-INCIDENT-EXIT
           END-IF.
           IF IN-IS-RESOLVED
               DISPLAY "El incidente ya esta resuelto"
               GO TO RESOLVE-INCIDENT-EXIT
           END-IF.
           DISPLAY "Notas de resolucion: ".
           ACCEPT W09-NOTES-IN.
           IF W09-NOTES-IN = SPACES
               DISPLAY "Las notas de resolucion son obligatorias"
               GO TO RESOLVE-INCIDENT-EXIT
           END-IF.
           DISPLAY "Resolver " IN-NUMBER " " IN-PROGRAM
               " " IN-EXCEPTION.
           DISPLAY "Confirmar (SI): ".
           ACCEPT W12-CONFIRM.
           IF W12-CONFIRM NOT = "SI"
               DISPLAY "Sin cambios"
               GO TO RESOLVE-INCIDENT-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF IN-IS-OPEN
               MOVE WS-CURRENT-DATE(1:14) TO IN-ACKED-TS
               MOVE W02-OPERATOR TO IN-ACKED-BY
           END-IF.
           IF IN-ASSIGNEE = SPACES
               MOVE W02-OPERATOR TO IN-ASSIGNEE
           END-IF.
           MOVE "R" TO IN-STATUS.
           MOVE WS-CURRENT-DATE(1:14) TO IN-RESOLVED-TS.
           MOVE W02-OPERATOR TO IN-RESOLVED-BY.
           MOVE W09-NOTES-IN TO IN-NOTES.
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar el incidente"
                   GO TO RESOLVE-INCIDENT-EXIT
           END-REWRITE.
           DISPLAY "Incidente " IN-NUMBER " resuelto".
           MOVE SPACES TO W13-AUDIT-RECORD.
           STRING "INCRESOL" IN-NUMBER
               DELIMITED BY SIZE
               INTO W13-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W13-AUDIT-RECORD, W14-AUDIT-RESULT.
       RESOLVE-INCIDENT-EXIT.
           EXIT.

       READ-INCIDENT-BY-KEY.
           DISPLAY "Numero de incidente: ".
           ACCEPT W07-NUMBER-IN.
           SET WS-INC-NOTFOUND TO TRUE.
           IF W07-NUMBER-IN NUMERIC
               MOVE "00" TO WS-INC-STATUS
               MOVE W07-NUMBER-IN TO IN-NUMBER
               READ INCIDENT-FILE
                   KEY IS IN-NUMBER
                   INVALID KEY SET WS-INC-NOTFOUND TO TRUE
               END-READ
           END-IF.

       SET-STATE-TEXT.
           EVALUATE TRUE
               WHEN IN-IS-OPEN
                   MOVE "ABIERTO" TO W11-STATE
               WHEN IN-IS-ACKED
                   MOVE "RECONOCIDO" TO W11-STATE
               WHEN IN-IS-RESOLVED
                   MOVE "RESUELTO" TO W11-STATE
               WHEN OTHER
                   MOVE IN-STATUS TO W11-STATE
           END-EVALUATE.
