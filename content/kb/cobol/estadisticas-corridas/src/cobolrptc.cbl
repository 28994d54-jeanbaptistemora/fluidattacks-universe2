       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRPTC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-LIST ASSIGN TO "RPTCATLST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT REPORT-IN ASSIGN TO DYNAMIC WS-REPORT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CATALOG-LIST.
       01 CATALOG-LIST-RECORD.
           05 CL-REPORT-DSN  PIC X(10).
           05 CL-PAGE-LINES  PIC 9(03).
           05 CL-TITLE       PIC X(60).

       FD REPORT-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 132
           DEPENDING ON WS-RECLEN.
       01 REPORT-IN-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS  PIC X(02) VALUE "00".
           88 WS-LIST-EOF VALUE "10".
       01 WS-RPT-STATUS   PIC X(02) VALUE "00".
           88 WS-RPT-EOF VALUE "10".
       01 WS-REPORT-DSN   PIC X(10) VALUE SPACES.
       01 WS-RECLEN       PIC 9(04) VALUE 0.
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLRPTC".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-CATALOGUED  PIC 9(05) VALUE 0.
       01 W02-MISSING     PIC 9(05) VALUE 0.
       01 W03-LINES       PIC 9(07) VALUE 0.
       01 W04-PAGE-LINES  PIC 9(03) VALUE 60.
       01 W05-LINE-ON-PAGE PIC 9(03) VALUE 0.
       01 W06-REPO-FN     PIC X(01) VALUE SPACES.
       01 W07-TITLE       PIC X(60) VALUE SPACES.
       01 W08-RPT-CORRID  PIC X(12) VALUE SPACES.
       01 W09-LINE        PIC X(132) VALUE SPACES.
       01 W10-PAGE        PIC 9(04) VALUE 0.
       01 W11-RECORDS     PIC 9(07) VALUE 0.
       01 W12-HEAD-BEFORE PIC X(132) VALUE SPACES.
       01 W13-HEAD-AFTER  PIC X(132) VALUE SPACES.
       01 W14-TOTAL-LINES PIC 9(07) VALUE 0.

      * Catalogues the reports that are written straight to their
      * own spool file rather than through COBOLRPTW (SODRPT and the
      * other older report programs), so the repository holds every
      * report and not only the newer ones.  RPTCATLST names each
      * report file, its title and its page depth (60 lines when
      * zero); the step runs after the batch, while the night's files
      * are still in place.  Reports already written through COBOLRPTW
      * are catalogued by the writer and must not be listed here.  The
      * correlation id is taken from the heading when it carries one
      * after "CORRIDA", otherwise this run's id is recorded.  A file
      * that is missing or empty is reported and counted, RC 4.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT CATALOG-LIST.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RPTCATLST: " WS-LIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           READ CATALOG-LIST
               AT END SET WS-LIST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LIST-EOF
               IF CL-REPORT-DSN NOT = SPACES
                   PERFORM CATALOG-ONE-REPORT
                       THRU CATALOG-ONE-REPORT-EXIT
               END-IF
               READ CATALOG-LIST
                   AT END SET WS-LIST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CATALOG-LIST.

           IF W02-MISSING > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CATALOGADOS" TO WS-RSW-CTR-NAME(1).
           MOVE W01-CATALOGUED TO WS-RSW-CTR-VALUE(1).
           MOVE "AUSENTES" TO WS-RSW-CTR-NAME(2).
           MOVE W02-MISSING TO WS-RSW-CTR-VALUE(2).
           MOVE "LINEAS" TO WS-RSW-CTR-NAME(3).
           MOVE W14-TOTAL-LINES TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Informes catalogados: " W01-CATALOGUED.
           DISPLAY "Informes ausentes o vacios: " W02-MISSING.

           GOBACK.

       CATALOG-ONE-REPORT.
           MOVE CL-REPORT-DSN TO WS-REPORT-DSN.
           MOVE CL-TITLE TO W07-TITLE.
           IF W07-TITLE = SPACES
               MOVE CL-REPORT-DSN TO W07-TITLE
           END-IF.
           MOVE 60 TO W04-PAGE-LINES.
           IF CL-PAGE-LINES NUMERIC AND CL-PAGE-LINES > 0
               MOVE CL-PAGE-LINES TO W04-PAGE-LINES
           END-IF.

           MOVE "00" TO WS-RPT-STATUS.
           OPEN INPUT REPORT-IN.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Informe " WS-REPORT-DSN " no disponible: "
                   WS-RPT-STATUS
               ADD 1 TO W02-MISSING
               GO TO CATALOG-ONE-REPORT-EXIT
           END-IF.
           MOVE SPACES TO REPORT-IN-RECORD.
           READ REPORT-IN
               AT END SET WS-RPT-EOF TO TRUE
           END-READ.
           IF WS-RPT-EOF
               DISPLAY "Informe " WS-REPORT-DSN " vacio"
               ADD 1 TO W02-MISSING
               CLOSE REPORT-IN
               GO TO CATALOG-ONE-REPORT-EXIT
           END-IF.

           MOVE WS-CORRID TO W08-RPT-CORRID.
           MOVE SPACES TO W12-HEAD-BEFORE, W13-HEAD-AFTER.
           UNSTRING REPORT-IN-RECORD DELIMITED BY "CORRIDA "
               INTO W12-HEAD-BEFORE, W13-HEAD-AFTER
           END-UNSTRING.
           IF W13-HEAD-AFTER(1:12) NOT = SPACES
               MOVE W13-HEAD-AFTER(1:12) TO W08-RPT-CORRID
           END-IF.

           MOVE 1 TO W10-PAGE.
           MOVE 0 TO W11-RECORDS, W03-LINES, W05-LINE-ON-PAGE.
           MOVE "K" TO W06-REPO-FN.
           CALL "COBOLRPTR" USING W06-REPO-FN, WS-REPORT-DSN,
               W07-TITLE, W08-RPT-CORRID, W09-LINE, W10-PAGE,
               W11-RECORDS.
           MOVE "L" TO W06-REPO-FN.
           PERFORM UNTIL WS-RPT-EOF
               IF W05-LINE-ON-PAGE >= W04-PAGE-LINES
                   ADD 1 TO W10-PAGE
                   MOVE 0 TO W05-LINE-ON-PAGE
               END-IF
               MOVE SPACES TO W09-LINE
               IF WS-RECLEN > 0
                   MOVE REPORT-IN-RECORD(1:WS-RECLEN) TO W09-LINE
               END-IF
               CALL "COBOLRPTR" USING W06-REPO-FN, WS-REPORT-DSN,
                   W07-TITLE, W08-RPT-CORRID, W09-LINE, W10-PAGE,
                   W11-RECORDS
               ADD 1 TO W03-LINES
               ADD 1 TO W05-LINE-ON-PAGE
               MOVE SPACES TO REPORT-IN-RECORD
               READ REPORT-IN
                   AT END SET WS-RPT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REPORT-IN.

      * Outside the writer there is no trailer to tell detail lines
      * from headings, so every line counts as a record.
           MOVE W03-LINES TO W11-RECORDS.
           MOVE "C" TO W06-REPO-FN.
           CALL "COBOLRPTR" USING W06-REPO-FN, WS-REPORT-DSN,
               W07-TITLE, W08-RPT-CORRID, W09-LINE, W10-PAGE,
               W11-RECORDS.
           ADD 1 TO W01-CATALOGUED.
           ADD W03-LINES TO W14-TOTAL-LINES.
           DISPLAY "Informe " WS-REPORT-DSN " catalogado: "
               W03-LINES " lineas, " W10-PAGE " paginas".
       CATALOG-ONE-REPORT-EXIT.
           EXIT.
