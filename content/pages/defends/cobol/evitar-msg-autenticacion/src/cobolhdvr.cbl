       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLHDVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELPDESK-LOG ASSIGN TO "HDACTLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HDLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD HELPDESK-LOG.
       01 HELPDESK-LOG-RECORD.
           05 HA-TIMESTAMP    PIC X(14).
           05 HA-OPERATOR     PIC X(16).
           05 HA-TARGET       PIC X(16).
           05 HA-ACTION       PIC X(01).
               88 HA-IS-UNLOCK VALUE "U".
               88 HA-IS-REMED  VALUE "R".
           05 HA-TICKET       PIC X(12).
           05 HA-VERIFY       PIC X(01).
               88 HA-VERIFY-PASSED VALUE "P".
               88 HA-VERIFY-FAILED VALUE "F".
           05 HA-ASKED        PIC 9(01).
           05 HA-CORRECT      PIC 9(01).
           05 HA-PERFORMED    PIC X(01).
               88 HA-WAS-PERFORMED VALUE "Y".
           05 HA-CORRID       PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-HDLOG-STATUS    PIC X(02) VALUE "00".
           88 WS-HDLOG-EOF VALUE "10".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLHDVR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-WINDOW-DAYS    PIC 9(03) VALUE 7.
       01 W02-TODAY-NUMERIC  PIC 9(08).
       01 W03-FROM-NUMERIC   PIC 9(08).
       01 W04-FROM-DATE      PIC X(08) VALUE SPACES.
       01 W05-ACTIONS        PIC 9(07) VALUE 0.
       01 W06-UNVERIFIED     PIC 9(07) VALUE 0.
       01 W07-REFUSED        PIC 9(07) VALUE 0.
       01 W08-ACTION-NAME    PIC X(12) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "HDVERRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "MESA DE AYUDA: ACCIONES SIN VERIFICAR AL LLAMANTE".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Weekly look at HDACTLOG: every unlock or remediation release
      * COBOLHDIQ carried out in the last W01-WINDOW-DAYS days although
      * the caller did not pass verification, with the agent and the
      * ticket, so security can follow up possible social engineering.
      * Attempts the agent abandoned after a failed verification are
      * counted but not listed.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W02-TODAY-NUMERIC.
           COMPUTE W03-FROM-NUMERIC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W02-TODAY-NUMERIC)
               - W01-WINDOW-DAYS).
           MOVE W03-FROM-NUMERIC TO W04-FROM-DATE.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "FECHA/HORA     AGENTE           USUARIO          "
               "ACCION       TICKET       ACIERTOS CORRIDA"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT HELPDESK-LOG.
           IF WS-HDLOG-STATUS = "00"
               READ HELPDESK-LOG
                   AT END SET WS-HDLOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-HDLOG-EOF
                   IF HA-TIMESTAMP(1:8) > W04-FROM-DATE
                       PERFORM CHECK-ONE-ACTION
                   END-IF
                   READ HELPDESK-LOG
                       AT END SET WS-HDLOG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HELPDESK-LOG
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "ACCIONES REALIZADAS: " W05-ACTIONS
               "  SIN VERIFICACION: " W06-UNVERIFIED
               "  DESISTIDAS: " W07-REFUSED
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
           MOVE "ACCIONES" TO WS-RSW-CTR-NAME(1).
           MOVE W05-ACTIONS TO WS-RSW-CTR-VALUE(1).
           MOVE "SIN VERIF" TO WS-RSW-CTR-NAME(2).
           MOVE W06-UNVERIFIED TO WS-RSW-CTR-VALUE(2).
           MOVE "DESISTIDAS" TO WS-RSW-CTR-NAME(3).
           MOVE W07-REFUSED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Acciones sin verificacion: " W06-UNVERIFIED.

           GOBACK.

       CHECK-ONE-ACTION.
           IF NOT HA-WAS-PERFORMED
               ADD 1 TO W07-REFUSED
           ELSE
               ADD 1 TO W05-ACTIONS
               IF NOT HA-VERIFY-PASSED
                   ADD 1 TO W06-UNVERIFIED
                   IF HA-IS-UNLOCK
                       MOVE "DESBLOQUEO" TO W08-ACTION-NAME
                   ELSE
                       MOVE "REMEDIACION" TO W08-ACTION-NAME
                   END-IF
                   MOVE SPACES TO W63-RPT-LINE
                   STRING HA-TIMESTAMP " " HA-OPERATOR " " HA-TARGET
                       " " W08-ACTION-NAME " " HA-TICKET " "
                       HA-CORRECT "/" HA-ASKED "      " HA-CORRID
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   MOVE "D" TO W60-RPT-FN
                   CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                       W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
               END-IF
           END-IF.
