       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLFRZC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-DATE
           FILE STATUS IS WS-CAL-STATUS.

           SELECT FREEZE-OVERRIDES ASSIGN TO "FRZOVR"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BUSINESS-CALENDAR.
       01 BUSINESS-CALENDAR-RECORD.
           05 BC-DATE PIC X(08).
           05 BC-TYPE PIC X(01).
               88 BC-HOLIDAY   VALUE "H".
               88 BC-MONTH-END VALUE "E".
           05 BC-FREEZE-ID PIC X(08).
           05 BC-FREEZE-SCOPES.
               10 BC-FREEZE-SCOPE PIC X(10) OCCURS 4 TIMES.

       FD FREEZE-OVERRIDES.
       01 FREEZE-OVERRIDE-RECORD.
           05 FO-TIMESTAMP PIC X(14).
           05 FO-FREEZE-ID PIC X(08).
           05 FO-FILE-NAME PIC X(10).
           05 FO-OPERATOR  PIC X(16).
           05 FO-APPROVER  PIC X(16).
           05 FO-REASON    PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC X(02) VALUE "00".
           88 WS-CAL-FOUND    VALUE "00".
           88 WS-CAL-NOTFOUND VALUE "23".
       01 WS-OVR-STATUS PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-IN-FREEZE      PIC X(01) VALUE "N".
           88 W01-FROZEN VALUE "Y".
       01 W02-FREEZE-ID      PIC X(08) VALUE SPACES.
       01 W03-SUB            PIC 9(01) VALUE 0.
       01 W04-EMERGENCY      PIC X(01) VALUE "N".
           88 W04-IS-EMERGENCY VALUES "S", "s".
       01 W05-APPROVER       PIC X(16) VALUE SPACES.
       01 W06-REASON         PIC X(60) VALUE SPACES.
       01 W07-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W08-ROLE-RESULT    PIC X(01).
           88 W08-AUTHORIZED VALUE "Y".
       01 W09-SEV-TYPE       PIC X(08) VALUE SPACES.
       01 W10-SEV-CORRID     PIC X(12) VALUE SPACES.
       01 W11-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W12-SEV-OUTCOME    PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01 FZ-FILE-NAME PIC X(10).
       01 FZ-OPERATOR  PIC X(16).
       01 FZ-RESULT    PIC X(01).
           88 FZ-ALLOWED VALUE "Y".
           88 FZ-REFUSED VALUE "N".

      * Configuration freeze check for the maintenance transactions.
      * A freeze is a run of BUSCAL dates carrying the same
      * BC-FREEZE-ID; its scopes name the files it covers, or ALL for
      * every configuration file.  Inside a freeze covering the
      * caller's file the change is refused unless the operator
      * declares an emergency, names a different ADMIN who approved
      * it, and gives the reason.  Every override is kept on FRZOVR
      * for the post-freeze report and sent to SECEVENT; a refused
      * change is sent to SECEVENT as well.  No calendar, or no entry
      * for today, means no freeze.
       PROCEDURE DIVISION USING FZ-FILE-NAME, FZ-OPERATOR, FZ-RESULT.
       MAIN.
           SET FZ-ALLOWED TO TRUE.
           MOVE SPACES TO W02-FREEZE-ID, W05-APPROVER, W06-REASON.
           MOVE "N" TO W04-EMERGENCY.
           PERFORM FIND-FREEZE THRU FIND-FREEZE-EXIT.
           IF NOT W01-FROZEN
               GOBACK
           END-IF.

           DISPLAY "Periodo de congelamiento " W02-FREEZE-ID
               " vigente para " FZ-FILE-NAME.
           DISPLAY "Cambio de emergencia (S/N): ".
           ACCEPT W04-EMERGENCY.
           IF NOT W04-IS-EMERGENCY
               PERFORM REFUSE-CHANGE
               GOBACK
           END-IF.

           DISPLAY "Aprobado por: ".
           ACCEPT W05-APPROVER.
           DISPLAY "Motivo: ".
           ACCEPT W06-REASON.
           IF W05-APPROVER = SPACES OR W05-APPROVER = FZ-OPERATOR
               DISPLAY "El aprobador debe ser otro operador"
               PERFORM REFUSE-CHANGE
               GOBACK
           END-IF.
           IF W06-REASON = SPACES
               DISPLAY "Falta el motivo del cambio de emergencia"
               PERFORM REFUSE-CHANGE
               GOBACK
           END-IF.
           CALL "COBOLROLCK" USING W05-APPROVER, W07-ADMIN-ROLE,
                                    W08-ROLE-RESULT.
           IF NOT W08-AUTHORIZED
               DISPLAY "El aprobador no tiene rol ADMIN"
               PERFORM REFUSE-CHANGE
               GOBACK
           END-IF.

           PERFORM RECORD-OVERRIDE.
           GOBACK.

       FIND-FREEZE.
           MOVE "N" TO W01-IN-FREEZE.
           MOVE "00" TO WS-CAL-STATUS.
           OPEN INPUT BUSINESS-CALENDAR.
           IF WS-CAL-STATUS NOT = "00"
               GO TO FIND-FREEZE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO BC-DATE.
           READ BUSINESS-CALENDAR
               KEY IS BC-DATE
               INVALID KEY SET WS-CAL-NOTFOUND TO TRUE
           END-READ.
           IF WS-CAL-FOUND AND BC-FREEZE-ID NOT = SPACES
               PERFORM VARYING W03-SUB FROM 1 BY 1 UNTIL W03-SUB > 4
                   IF BC-FREEZE-SCOPE(W03-SUB) = "ALL"
                       OR BC-FREEZE-SCOPE(W03-SUB) = FZ-FILE-NAME
                       MOVE "Y" TO W01-IN-FREEZE
                   END-IF
               END-PERFORM
               MOVE BC-FREEZE-ID TO W02-FREEZE-ID
           END-IF.
           CLOSE BUSINESS-CALENDAR.
       FIND-FREEZE-EXIT.
           EXIT.

       REFUSE-CHANGE.
           SET FZ-REFUSED TO TRUE.
           DISPLAY "Cambio no permitido durante el congelamiento".
           MOVE "FREEZREF" TO W09-SEV-TYPE.
           MOVE "D" TO W12-SEV-OUTCOME.
           PERFORM WRITE-SECURITY-EVENT.

       RECORD-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN EXTEND FREEZE-OVERRIDES.
           IF WS-OVR-STATUS = "35"
               OPEN OUTPUT FREEZE-OVERRIDES
           END-IF.
           MOVE WS-CURRENT-DATE(1:14) TO FO-TIMESTAMP.
           MOVE W02-FREEZE-ID TO FO-FREEZE-ID.
           MOVE FZ-FILE-NAME  TO FO-FILE-NAME.
           MOVE FZ-OPERATOR   TO FO-OPERATOR.
           MOVE W05-APPROVER  TO FO-APPROVER.
           MOVE W06-REASON    TO FO-REASON.
           WRITE FREEZE-OVERRIDE-RECORD.
           CLOSE FREEZE-OVERRIDES.
           DISPLAY "Cambio de emergencia registrado".
           MOVE "FREEZOVR" TO W09-SEV-TYPE.
           MOVE "A" TO W12-SEV-OUTCOME.
           PERFORM WRITE-SECURITY-EVENT.

       WRITE-SECURITY-EVENT.
           MOVE SPACES TO W11-SEV-OBJECT.
           STRING W02-FREEZE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FZ-FILE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W05-APPROVER DELIMITED BY SPACE
                  INTO W11-SEV-OBJECT.
           CALL "COBOLSEVW" USING W09-SEV-TYPE, W10-SEV-CORRID,
               FZ-OPERATOR, W11-SEV-OBJECT, W12-SEV-OUTCOME.
