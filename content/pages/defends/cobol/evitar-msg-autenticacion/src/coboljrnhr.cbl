       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLJRNHR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-PARAM ASSIGN TO "JRNHPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT MASTER-JOURNAL ASSIGN TO "MFJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JN-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD HISTORY-PARAM.
       01 HISTORY-PARAM-RECORD.
           05 HP-CASE-REF PIC X(12).
           05 HP-FILENAME PIC X(10).
           05 HP-KEY      PIC X(16).

       FD MASTER-JOURNAL.
       01 JOURNAL-RECORD.
           05 JN-KEY.
               10 JN-TIMESTAMP PIC X(14).
               10 JN-SEQ       PIC 9(04).
           05 JN-PROGRAM    PIC X(10).
           05 JN-CORRID     PIC X(12).
           05 JN-FILENAME   PIC X(10).
           05 JN-ACTION     PIC X(01).
               88 JN-ACTION-ADD    VALUE "A".
               88 JN-ACTION-UPDATE VALUE "U".
               88 JN-ACTION-DELETE VALUE "D".
           05 JN-RECORD-KEY PIC X(256).
           05 JN-BEFORE     PIC X(600).
           05 JN-AFTER      PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS    PIC X(02) VALUE "00".
           88 WS-PARAM-EOF VALUE "10".
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE "00".
           88 WS-JOURNAL-EOF VALUE "10".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLJRNHR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-REQUESTS       PIC 9(05) VALUE 0.
       01 W02-REJECTED       PIC 9(05) VALUE 0.
       01 W03-CHANGES        PIC 9(07) VALUE 0.
       01 W04-REQ-CHANGES    PIC 9(05) VALUE 0.
       01 W05-RECORD-KEY     PIC X(256) VALUE SPACES.
       01 W06-ACTION-DESC    PIC X(12) VALUE SPACES.
       01 W07-JOURNAL-OK     PIC X(01) VALUE "N".
           88 W07-JOURNAL-OPEN VALUE "Y".
       01 W08-MASK-CALLER    PIC X(16) VALUE "AUDITORIA".
       01 W13-FD-RESULT      PIC X(01).
           88 W13-FILE-KNOWN VALUE "Y".
       01 W14-FD-COUNT       PIC 9(02) VALUE 0.
       01 W15-FD-FIELDS.
           05 W15-FD-FIELD OCCURS 21 TIMES.
               10 W15-FD-NAME    PIC X(20).
               10 W15-FD-OLD     PIC X(64).
               10 W15-FD-NEW     PIC X(64).
               10 W15-FD-MASKED  PIC X(01).
       01 W16-IDX            PIC 9(02) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "JRNHRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "HISTORIAL DE CAMBIOS DE REGISTROS MAESTROS".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Batch side of the change-history inquiry, for audit requests.
      * Each JRNHPARM line names a case reference, a master file and
      * a record key (username for USRMAST, ten-digit customer number
      * for CUSTMAST); the record's MFJOURNAL timeline is printed in
      * JRNHRPT oldest first with the same field-by-field view
      * COBOLJRNIQ shows.  The report leaves the system with the
      * request, so values are masked through COBOLJRNFD for a caller
      * holding no role, whoever runs the job.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT HISTORY-PARAM.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "JRNHPARM no disponible: " WS-PARAM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS = "00"
               MOVE "Y" TO W07-JOURNAL-OK
           ELSE
               IF WS-JOURNAL-STATUS NOT = "35"
                   DISPLAY "MFJOURNAL no disponible: "
                       WS-JOURNAL-STATUS
                   CLOSE HISTORY-PARAM
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           READ HISTORY-PARAM
               AT END SET WS-PARAM-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-PARAM-EOF
               IF HISTORY-PARAM-RECORD NOT = SPACES
                   PERFORM PRINT-ONE-REQUEST
                       THRU PRINT-ONE-REQUEST-EXIT
               END-IF
               READ HISTORY-PARAM
                   AT END SET WS-PARAM-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-PARAM.
           IF W07-JOURNAL-OPEN
               CLOSE MASTER-JOURNAL
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "SOLICITUDES " W01-REQUESTS
               " RECHAZADAS " W02-REJECTED
               " CAMBIOS LISTADOS " W03-CHANGES
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "SOLICITUDES" TO WS-RSW-CTR-NAME(1).
           MOVE W01-REQUESTS TO WS-RSW-CTR-VALUE(1).
           MOVE "RECHAZADAS" TO WS-RSW-CTR-NAME(2).
           MOVE W02-REJECTED TO WS-RSW-CTR-VALUE(2).
           MOVE "CAMBIOS" TO WS-RSW-CTR-NAME(3).
           MOVE W03-CHANGES TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Solicitudes: " W01-REQUESTS
               " Rechazadas: " W02-REJECTED
               " Cambios: " W03-CHANGES.
           IF W02-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One request is one full pass of the journal, which is kept in
      * timestamp order, so the timeline prints oldest first.
       PRINT-ONE-REQUEST.
           ADD 1 TO W01-REQUESTS.
           MOVE 0 TO W04-REQ-CHANGES.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "CASO " HP-CASE-REF " ARCHIVO " HP-FILENAME
               " CLAVE " HP-KEY
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO W05-RECORD-KEY.
           EVALUATE HP-FILENAME
               WHEN "USRMAST"
                   MOVE HP-KEY TO W05-RECORD-KEY(1:16)
               WHEN "CUSTMAST"
                   IF HP-KEY(1:10) NUMERIC
                       AND HP-KEY(11:6) = SPACES
                       MOVE HP-KEY(1:10) TO W05-RECORD-KEY(1:10)
                   END-IF
           END-EVALUATE.
           IF W05-RECORD-KEY = SPACES
               ADD 1 TO W02-REJECTED
               MOVE "   SOLICITUD RECHAZADA: ARCHIVO O CLAVE NO VALIDOS"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO PRINT-ONE-REQUEST-EXIT
           END-IF.

           IF W07-JOURNAL-OPEN
               MOVE SPACES TO JN-KEY
               START MASTER-JOURNAL KEY IS NOT LESS THAN JN-KEY
                   INVALID KEY SET WS-JOURNAL-EOF TO TRUE
                   NOT INVALID KEY MOVE "00" TO WS-JOURNAL-STATUS
               END-START
               IF NOT WS-JOURNAL-EOF
                   READ MASTER-JOURNAL NEXT RECORD
                       AT END SET WS-JOURNAL-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-JOURNAL-EOF
                   IF JN-FILENAME = HP-FILENAME
                       AND JN-RECORD-KEY = W05-RECORD-KEY
                       PERFORM PRINT-ONE-CHANGE
                   END-IF
                   READ MASTER-JOURNAL NEXT RECORD
                       AT END SET WS-JOURNAL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "   CAMBIOS DEL REGISTRO: " W04-REQ-CHANGES
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       PRINT-ONE-REQUEST-EXIT.
           EXIT.

       PRINT-ONE-CHANGE.
           ADD 1 TO W04-REQ-CHANGES.
           ADD 1 TO W03-CHANGES.
           EVALUATE TRUE
               WHEN JN-ACTION-ADD
                   MOVE "ALTA" TO W06-ACTION-DESC
               WHEN JN-ACTION-DELETE
                   MOVE "BAJA" TO W06-ACTION-DESC
               WHEN OTHER
                   MOVE "MODIFICACION" TO W06-ACTION-DESC
           END-EVALUATE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "   " JN-TIMESTAMP " " W06-ACTION-DESC
               " PROGRAMA " JN-PROGRAM " CORRIDA " JN-CORRID
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CALL "COBOLJRNFD" USING JN-FILENAME, W08-MASK-CALLER,
               JN-BEFORE, JN-AFTER, W13-FD-RESULT, W14-FD-COUNT,
               W15-FD-FIELDS.
           IF W14-FD-COUNT = 0
               MOVE "      SIN CAMBIOS DE CONTENIDO" TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING W16-IDX FROM 1 BY 1
                   UNTIL W16-IDX > W14-FD-COUNT
               MOVE SPACES TO W63-RPT-LINE
               STRING "      " W15-FD-NAME(W16-IDX)
                   " ANTES   " W15-FD-OLD(W16-IDX)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO W63-RPT-LINE
               STRING "      " W15-FD-NAME(W16-IDX)
                   " DESPUES " W15-FD-NEW(W16-IDX)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
