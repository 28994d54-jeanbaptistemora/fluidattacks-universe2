       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLBGRR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-GLASS ASSIGN TO "BRKGLASS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BG-KEY
           FILE STATUS IS WS-BRKGLASS-STATUS.

           SELECT MENU-USAGE ASSIGN TO "MENUUSE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

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

       FD MENU-USAGE.
       01 MENU-USAGE-RECORD.
           05 MU-TIMESTAMP PIC X(14).
           05 MU-USERNAME  PIC X(16).
           05 MU-PROGRAM   PIC X(10).
           05 MU-ROLE      PIC X(08).
           05 MU-CORRID    PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-BRKGLASS-STATUS PIC X(02) VALUE "00".
           88 WS-BRKGLASS-EOF VALUE "10".
       01 WS-USAGE-STATUS    PIC X(02) VALUE "00".
           88 WS-USAGE-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLBGRR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-OPEN-REVIEWS   PIC 9(07) VALUE 0.
       01 W02-STILL-ACTIVE   PIC 9(07) VALUE 0.
       01 W03-LAUNCHES       PIC 9(05) VALUE 0.
       01 W04-STATE          PIC X(10) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "BGREVRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "ACCESOS DE EMERGENCIA PENDIENTES DE REVISION".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Mandatory review list: every break-glass use stays here until
      * a second ADMIN closes it in COBOLBGRA.  Under each use are the
      * menu launches the user made during the window, so the
      * reviewer sees what the emergency role was actually used for.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT BREAK-GLASS.
           IF WS-BRKGLASS-STATUS = "00"
               READ BREAK-GLASS NEXT RECORD
                   AT END SET WS-BRKGLASS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-BRKGLASS-EOF
                   IF NOT BG-IS-CLOSED
                       PERFORM REPORT-ONE-USE
                   END-IF
                   READ BREAK-GLASS NEXT RECORD
                       AT END SET WS-BRKGLASS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BREAK-GLASS
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "PENDIENTES DE REVISION: " W01-OPEN-REVIEWS
               "  AUN VIGENTES: " W02-STILL-ACTIVE
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "PENDIENTES" TO WS-RSW-CTR-NAME(1).
           MOVE W01-OPEN-REVIEWS TO WS-RSW-CTR-VALUE(1).
           MOVE "VIGENTES" TO WS-RSW-CTR-NAME(2).
           MOVE W02-STILL-ACTIVE TO WS-RSW-CTR-VALUE(2).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Accesos de emergencia sin revisar: "
               W01-OPEN-REVIEWS.

           GOBACK.

       REPORT-ONE-USE.
           ADD 1 TO W01-OPEN-REVIEWS.
           IF BG-IS-ACTIVE AND BG-END-TS > WS-CURRENT-DATE(1:14)
               ADD 1 TO W02-STILL-ACTIVE
               MOVE "VIGENTE" TO W04-STATE
           ELSE
               MOVE "FINALIZADA" TO W04-STATE
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING BG-USERNAME " " BG-ROLE " INC " BG-INCIDENT
               " DESDE " BG-START-TS " HASTA " BG-END-TS " "
               W04-STATE " " BG-CORRID
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    MOTIVO: " BG-REASON
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           PERFORM LIST-WINDOW-LAUNCHES.

       LIST-WINDOW-LAUNCHES.
           MOVE 0 TO W03-LAUNCHES.
           MOVE "00" TO WS-USAGE-STATUS.
           OPEN INPUT MENU-USAGE.
           IF WS-USAGE-STATUS = "00"
               READ MENU-USAGE
                   AT END SET WS-USAGE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-USAGE-EOF
                   IF MU-USERNAME = BG-USERNAME
                       AND MU-TIMESTAMP NOT < BG-START-TS
                       AND MU-TIMESTAMP < BG-END-TS
                       PERFORM REPORT-ONE-LAUNCH
                   END-IF
                   READ MENU-USAGE
                       AT END SET WS-USAGE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MENU-USAGE
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    TRANSACCIONES EN LA VENTANA: " W03-LAUNCHES
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       REPORT-ONE-LAUNCH.
           ADD 1 TO W03-LAUNCHES.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    " MU-TIMESTAMP " " MU-PROGRAM " ROL "
               MU-ROLE " " MU-CORRID
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
