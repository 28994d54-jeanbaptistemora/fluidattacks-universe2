       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLBGRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-GLASS ASSIGN TO "BRKGLASS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLBGRV".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-REVOKED        PIC 9(07) VALUE 0.
       01 W02-STILL-OPEN     PIC 9(07) VALUE 0.
       01 W20-SEV-TYPE       PIC X(08) VALUE "BGREVOKE".
       01 W21-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W22-SEV-OUTCOME    PIC X(01) VALUE "A".

      * Scheduled sweep that closes break-glass windows whose time is
      * up.  COBOLROLCK already refuses an expired window; this run
      * makes the revocation a recorded event in SECEVENT and moves
      * the use to "ended", where it waits for COBOLBGRA review.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.

           OPEN I-O BREAK-GLASS.
           IF WS-BRKGLASS-STATUS NOT = "00"
               DISPLAY "Sin ventanas de emergencia registradas"
               GOBACK
           END-IF.

           READ BREAK-GLASS NEXT RECORD
               AT END SET WS-BRKGLASS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-BRKGLASS-EOF
               IF BG-IS-ACTIVE
                   IF BG-END-TS <= WS-CURRENT-DATE(1:14)
                       PERFORM REVOKE-ONE-WINDOW
                   ELSE
                       ADD 1 TO W02-STILL-OPEN
                   END-IF
               END-IF
               READ BREAK-GLASS NEXT RECORD
                   AT END SET WS-BRKGLASS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BREAK-GLASS.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REVOCADAS" TO WS-RSW-CTR-NAME(1).
           MOVE W01-REVOKED TO WS-RSW-CTR-VALUE(1).
           MOVE "VIGENTES" TO WS-RSW-CTR-NAME(2).
           MOVE W02-STILL-OPEN TO WS-RSW-CTR-VALUE(2).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Ventanas de emergencia revocadas: " W01-REVOKED.
           DISPLAY "Ventanas de emergencia vigentes: " W02-STILL-OPEN.

           GOBACK.

       REVOKE-ONE-WINDOW.
           MOVE "E" TO BG-STATUS.
           MOVE WS-CURRENT-DATE(1:14) TO BG-REVOKED-TS.
           REWRITE BREAK-GLASS-RECORD.
           ADD 1 TO W01-REVOKED.
           MOVE SPACES TO W21-SEV-OBJECT.
           STRING BG-ROLE " " BG-INCIDENT
               DELIMITED BY SIZE
               INTO W21-SEV-OBJECT.
           CALL "COBOLSEVW" USING W20-SEV-TYPE, BG-CORRID,
               BG-USERNAME, W21-SEV-OBJECT, W22-SEV-OUTCOME.
