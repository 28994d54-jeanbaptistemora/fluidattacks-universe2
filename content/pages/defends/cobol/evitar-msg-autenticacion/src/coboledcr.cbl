       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLEDCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICT-COUNT ASSIGN TO "EDITCNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EC-KEY
           FILE STATUS IS WS-CNT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CONFLICT-COUNT.
       01 CONFLICT-COUNT-RECORD.
           05 EC-KEY.
               10 EC-PROGRAM  PIC X(10).
               10 EC-FILE     PIC X(10).
               10 EC-REC-KEY  PIC X(30).
           05 EC-COUNT        PIC 9(05).
           05 EC-FIRST-TS     PIC X(14).
           05 EC-LAST-TS      PIC X(14).
           05 EC-LAST-OPER    PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-CNT-STATUS  PIC X(02) VALUE "00".
           88 WS-CNT-EOF     VALUE "10".
       01 WS-CORRID      PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME PIC X(10) VALUE "COBOLEDCR".
       01 WS-RSW-NOW     PIC X(21) VALUE SPACES.
       01 WS-RSW-START   PIC X(14) VALUE SPACES.
       01 WS-RSW-END     PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT  PIC X(01).
       01 W01-PREV-PROGRAM PIC X(10) VALUE SPACES.
       01 W02-PREV-FILE    PIC X(10) VALUE SPACES.
       01 W03-GROUP-RECS   PIC 9(07) VALUE 0.
       01 W04-GROUP-COUNT  PIC 9(07) VALUE 0.
       01 W05-TOTAL-RECS   PIC 9(07) VALUE 0.
       01 W06-TOTAL-COUNT  PIC 9(07) VALUE 0.
       01 W07-GROUPS       PIC 9(07) VALUE 0.
       01 W60-RPT-FN       PIC X(01) VALUE "O".
       01 W61-RPT-DSN      PIC X(10) VALUE "EDITCNFRPT".
       01 W62-RPT-TITLE    PIC X(60)
           VALUE "CONFLICTOS DE EDICION EN MANTENIMIENTO EN LINEA".
       01 W63-RPT-LINE     PIC X(132) VALUE SPACES.

      * Where operators step on each other: every record whose save
      * has been refused by the edit conflict check, with how often,
      * since when and who was last refused, totalled by transaction
      * and file.  EDITCNT is kept by COBOLEDCF.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT CONFLICT-COUNT.
           IF WS-CNT-STATUS = "35"
               DISPLAY "EDITCNT no existe; sin conflictos registrados"
               GOBACK
           END-IF.
           IF WS-CNT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EDITCNT: " WS-CNT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           READ CONFLICT-COUNT NEXT RECORD
               AT END SET WS-CNT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-CNT-EOF
               IF W05-TOTAL-RECS > 0
                   AND (EC-PROGRAM NOT = W01-PREV-PROGRAM
                        OR EC-FILE NOT = W02-PREV-FILE)
                   PERFORM PRINT-GROUP-TOTAL
               END-IF
               MOVE EC-PROGRAM TO W01-PREV-PROGRAM
               MOVE EC-FILE TO W02-PREV-FILE
               PERFORM PRINT-ONE-RECORD
               READ CONFLICT-COUNT NEXT RECORD
                   AT END SET WS-CNT-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF W05-TOTAL-RECS > 0
               PERFORM PRINT-GROUP-TOTAL
           END-IF.

           CLOSE CONFLICT-COUNT.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "REGISTROS CON CONFLICTO " W05-TOTAL-RECS
               "  CONFLICTOS " W06-TOTAL-COUNT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REGISTROS" TO WS-RSW-CTR-NAME(1).
           MOVE W05-TOTAL-RECS TO WS-RSW-CTR-VALUE(1).
           MOVE "CONFLICTOS" TO WS-RSW-CTR-NAME(2).
           MOVE W06-TOTAL-COUNT TO WS-RSW-CTR-VALUE(2).
           MOVE "GRUPOS" TO WS-RSW-CTR-NAME(3).
           MOVE W07-GROUPS TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Registros con conflicto: " W05-TOTAL-RECS.
           DISPLAY "Conflictos: " W06-TOTAL-COUNT.

           GOBACK.

       PRINT-ONE-RECORD.
           ADD 1 TO W03-GROUP-RECS, W05-TOTAL-RECS.
           ADD EC-COUNT TO W04-GROUP-COUNT, W06-TOTAL-COUNT.
           MOVE SPACES TO W63-RPT-LINE.
           STRING EC-PROGRAM " " EC-FILE " " EC-REC-KEY
               "  VECES " EC-COUNT "  PRIMERO " EC-FIRST-TS
               "  ULTIMO " EC-LAST-TS " " EC-LAST-OPER
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       PRINT-GROUP-TOTAL.
           ADD 1 TO W07-GROUPS.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  TOTAL " W01-PREV-PROGRAM " " W02-PREV-FILE
               "  REGISTROS " W03-GROUP-RECS
               "  CONFLICTOS " W04-GROUP-COUNT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE 0 TO W03-GROUP-RECS, W04-GROUP-COUNT.
