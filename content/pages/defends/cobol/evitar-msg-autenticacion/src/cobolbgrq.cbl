       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLBGRQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-GLASS ASSIGN TO "BRKGLASS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS WS-BRKGLASS-STATUS.

           SELECT EMERGENCY-ROLES ASSIGN TO "BGROLES"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BGROLES-STATUS.

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

       FD EMERGENCY-ROLES.
       01 EMERGENCY-ROLE-RECORD.
           05 BR-ROLE  PIC X(08).
           05 BR-HOURS PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-BRKGLASS-STATUS PIC X(02) VALUE "00".
           88 WS-BRKGLASS-EOF VALUE "10" "23".
       01 WS-BGROLES-STATUS  PIC X(02) VALUE "00".
           88 WS-BGROLES-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-BG-ROLE        PIC X(08) VALUE "BRKGLASS".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-ROLE-IN        PIC X(08) VALUE SPACES.
       01 W07-INCIDENT-IN    PIC X(12) VALUE SPACES.
       01 W08-REASON-IN      PIC X(60) VALUE SPACES.
       01 W09-HOURS          PIC 9(02) VALUE 0.
       01 W10-OPEN-WINDOW    PIC X(01) VALUE "N".
           88 W10-HAS-OPEN-WINDOW VALUE "Y".
       01 W11-START-DATE     PIC 9(08).
       01 W12-START-HH       PIC 9(02).
       01 W13-START-MI       PIC 9(02).
       01 W14-DAY-NUMBER     PIC 9(07).
       01 W15-MINUTES        PIC 9(07).
       01 W16-END-DATE       PIC 9(08).
       01 W17-END-HH         PIC 9(02).
       01 W18-END-MI         PIC 9(02).
       01 W19-END-TS         PIC X(14) VALUE SPACES.
       01 W20-SEV-TYPE       PIC X(08) VALUE "BRKGLASS".
       01 W21-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W22-SEV-OUTCOME    PIC X(01) VALUE "A".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Break-glass: during an incident an operator holding BRKGLASS
      * takes one of the emergency roles listed in BGROLES at once,
      * without the COBOLROLM/COBOLRAPR wait.  The grant lives only
      * in BRKGLASS for the hours BGROLES fixes for that role, so
      * COBOLROLCK stops honouring it on its own; a reason and an
      * incident number are mandatory and every use waits on the
      * COBOLBGRR report until a second ADMIN closes it in COBOLBGRA.
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

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-BG-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           DISPLAY "Rol de emergencia: ".
           ACCEPT W06-ROLE-IN.
           PERFORM FIND-EMERGENCY-ROLE.
           IF W09-HOURS = 0
               DISPLAY "Rol no habilitado para acceso de emergencia"
               GOBACK
           END-IF.

           DISPLAY "Numero de incidente: ".
           ACCEPT W07-INCIDENT-IN.
           DISPLAY "Motivo: ".
           ACCEPT W08-REASON-IN.
           IF W07-INCIDENT-IN = SPACES OR W08-REASON-IN = SPACES
               DISPLAY "Incidente y motivo son obligatorios"
               GOBACK
           END-IF.

           OPEN I-O BREAK-GLASS.
           IF WS-BRKGLASS-STATUS = "35"
               OPEN OUTPUT BREAK-GLASS
               CLOSE BREAK-GLASS
               OPEN I-O BREAK-GLASS
           END-IF.
           IF WS-BRKGLASS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir BRKGLASS: " WS-BRKGLASS-STATUS
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM CHECK-OPEN-WINDOW.
           IF W10-HAS-OPEN-WINDOW
               DISPLAY "Ya tiene una ventana de emergencia abierta "
                   "para ese rol"
               CLOSE BREAK-GLASS
               GOBACK
           END-IF.

           PERFORM COMPUTE-WINDOW-END.
           CALL "COBOLCORR" USING WS-CORRID.
           MOVE W02-OPERATOR TO BG-USERNAME.
           MOVE WS-CURRENT-DATE(1:14) TO BG-START-TS.
           MOVE W06-ROLE-IN TO BG-ROLE.
           MOVE W19-END-TS TO BG-END-TS.
           MOVE W07-INCIDENT-IN TO BG-INCIDENT.
           MOVE W08-REASON-IN TO BG-REASON.
           MOVE WS-CORRID TO BG-CORRID.
           MOVE "A" TO BG-STATUS.
           MOVE SPACES TO BG-REVOKED-TS.
           MOVE SPACES TO BG-REVIEWER.
           MOVE SPACES TO BG-REVIEW-TS.
           MOVE SPACES TO BG-REVIEW-NOTE.
           WRITE BREAK-GLASS-RECORD
               INVALID KEY
                   DISPLAY "No se pudo grabar la solicitud"
                   CLOSE BREAK-GLASS
                   GOBACK
           END-WRITE.
           CLOSE BREAK-GLASS.

           MOVE SPACES TO W21-SEV-OBJECT.
           STRING W06-ROLE-IN " " W07-INCIDENT-IN
               DELIMITED BY SIZE
               INTO W21-SEV-OBJECT.
           CALL "COBOLSEVW" USING W20-SEV-TYPE, WS-CORRID,
               W02-OPERATOR, W21-SEV-OBJECT, W22-SEV-OUTCOME.

           DISPLAY "Acceso de emergencia otorgado: " W06-ROLE-IN.
           DISPLAY "Vigente hasta: " W19-END-TS.
           DISPLAY "El uso queda pendiente de revision posterior".

           GOBACK.

       FIND-EMERGENCY-ROLE.
           MOVE 0 TO W09-HOURS.
           OPEN INPUT EMERGENCY-ROLES.
           IF WS-BGROLES-STATUS = "00"
               READ EMERGENCY-ROLES
                   AT END SET WS-BGROLES-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-BGROLES-EOF
                   IF BR-ROLE = W06-ROLE-IN AND BR-ROLE NOT = SPACES
                       AND BR-HOURS NUMERIC
                       MOVE BR-HOURS TO W09-HOURS
                   END-IF
                   READ EMERGENCY-ROLES
                       AT END SET WS-BGROLES-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMERGENCY-ROLES
           END-IF.

      * One open window per user and role: a second request while the
      * first is still running would only stretch it.
       CHECK-OPEN-WINDOW.
           MOVE "N" TO W10-OPEN-WINDOW.
           MOVE W02-OPERATOR TO BG-USERNAME.
           MOVE LOW-VALUES TO BG-START-TS.
           START BREAK-GLASS KEY IS NOT LESS THAN BG-KEY
               INVALID KEY SET WS-BRKGLASS-EOF TO TRUE
           END-START.
           IF NOT WS-BRKGLASS-EOF
               READ BREAK-GLASS NEXT RECORD
                   AT END SET WS-BRKGLASS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-BRKGLASS-EOF
                   OR BG-USERNAME NOT = W02-OPERATOR
               IF BG-IS-ACTIVE AND BG-ROLE = W06-ROLE-IN
                   AND BG-END-TS > WS-CURRENT-DATE(1:14)
                   MOVE "Y" TO W10-OPEN-WINDOW
               END-IF
               READ BREAK-GLASS NEXT RECORD
                   AT END SET WS-BRKGLASS-EOF TO TRUE
               END-READ
           END-PERFORM.

       COMPUTE-WINDOW-END.
           MOVE WS-CURRENT-DATE(1:8) TO W11-START-DATE.
           MOVE WS-CURRENT-DATE(9:2) TO W12-START-HH.
           MOVE WS-CURRENT-DATE(11:2) TO W13-START-MI.
           COMPUTE W15-MINUTES =
               W12-START-HH * 60 + W13-START-MI + W09-HOURS * 60.
           COMPUTE W14-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(W11-START-DATE)
               + W15-MINUTES / 1440.
           COMPUTE W15-MINUTES = FUNCTION MOD(W15-MINUTES, 1440).
           MOVE FUNCTION DATE-OF-INTEGER(W14-DAY-NUMBER)
               TO W16-END-DATE.
           COMPUTE W17-END-HH = W15-MINUTES / 60.
           COMPUTE W18-END-MI = FUNCTION MOD(W15-MINUTES, 60).
           MOVE SPACES TO W19-END-TS.
           STRING W16-END-DATE W17-END-HH W18-END-MI
               WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO W19-END-TS.
