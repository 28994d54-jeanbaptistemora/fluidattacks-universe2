       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLQGVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-LOG ASSIGN TO "QRYLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD QUERY-LOG.
       01 QUERY-LOG-RECORD.
           05 QL-TIMESTAMP  PIC X(14).
           05 QL-OPERATOR   PIC X(10).
           05 QL-QUERY-NAME PIC X(10).
           05 QL-TABLE      PIC X(30).
           05 QL-ROLE       PIC X(08).
           05 QL-ROWS       PIC 9(07).
           05 QL-ELAPSED    PIC 9(05).
           05 QL-OUTCOME    PIC X(01).
               88 QL-COMPLETE  VALUE "C".
               88 QL-TRUNCATED VALUES "T", "Q", "S".
               88 QL-REJECTED  VALUES "R", "Z".

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS  PIC X(02) VALUE "00".
           88 WS-LOG-EOF VALUE "10".
       01 WS-CORRID      PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLQGVR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-TODAY          PIC X(08) VALUE SPACES.
       01 W02-FROM-DATE      PIC X(08) VALUE SPACES.
       01 W03-FROM-INT       PIC 9(08) VALUE 0.
       01 W04-FROM-NUM       PIC 9(08) VALUE 0.
       01 W05-USER-COUNT     PIC 9(03) VALUE 0.
       01 W06-USER-TABLE.
           05 W06-USER OCCURS 200 TIMES.
               10 W06-USR-NAME    PIC X(10).
               10 W06-USR-USAGE.
                   15 W06-USR-QUERIES PIC 9(05).
                   15 W06-USR-ROWS    PIC 9(09).
                   15 W06-USR-SECONDS PIC 9(07).
                   15 W06-USR-TRUNC   PIC 9(05).
                   15 W06-USR-REJECT  PIC 9(05).
       01 W07-QRY-COUNT      PIC 9(03) VALUE 0.
       01 W08-QRY-TABLE.
           05 W08-QRY OCCURS 100 TIMES.
               10 W08-QRY-NAME    PIC X(10).
               10 W08-QRY-USAGE.
                   15 W08-QRY-QUERIES PIC 9(05).
                   15 W08-QRY-ROWS    PIC 9(09).
                   15 W08-QRY-SECONDS PIC 9(07).
                   15 W08-QRY-TRUNC   PIC 9(05).
                   15 W08-QRY-REJECT  PIC 9(05).
       01 W09-SUB            PIC 9(03) VALUE 0.
       01 W10-SUB2           PIC 9(03) VALUE 0.
       01 W11-HIGH           PIC 9(03) VALUE 0.
       01 W12-SWAP           PIC X(41) VALUE SPACES.
       01 W13-FOUND          PIC 9(03) VALUE 0.
       01 W14-QUERIES        PIC 9(07) VALUE 0.
       01 W15-ROWS           PIC 9(09) VALUE 0.
       01 W16-REJECTED       PIC 9(07) VALUE 0.
       01 W17-OVERFLOW       PIC X(01) VALUE "N".
           88 W17-TABLE-FULL VALUE "Y".
       01 W18-RANK           PIC ZZ9.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "QRYUSERPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "USO SEMANAL DEL SERVICIO DE CONSULTAS".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      * Weekly usage of the query service from the governor's QRYLOG:
      * the last seven days, totalled by operator and by catalog
      * query (COBOLQCRUN runs; ad hoc queries carry no name) and
      * ranked by rows returned, with the truncated and rejected
      * counts beside them, so the GOVPROF limits can be tuned
      * against what people actually pull.  Ends 04 when more
      * operators or queries turned up than the report can rank.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW(1:8) TO W01-TODAY.
           COMPUTE W03-FROM-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W01-TODAY)).
           SUBTRACT 6 FROM W03-FROM-INT.
           COMPUTE W04-FROM-NUM =
               FUNCTION DATE-OF-INTEGER(W03-FROM-INT).
           MOVE W04-FROM-NUM TO W02-FROM-DATE.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PERIODO DEL " W02-FROM-DATE " AL " W01-TODAY
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM COLLECT-USAGE.
           PERFORM SORT-USERS.
           PERFORM SORT-QUERIES.
           PERFORM REPORT-USERS.
           PERFORM REPORT-QUERIES.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "CONSULTAS " W14-QUERIES " FILAS " W15-ROWS
               " RECHAZADAS " W16-REJECTED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W17-TABLE-FULL
               MOVE "** HAY MAS OPERADORES O CONSULTAS QUE LOS LISTADOS"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CONSULTAS" TO WS-RSW-CTR-NAME(1).
           MOVE W14-QUERIES TO WS-RSW-CTR-VALUE(1).
           MOVE "OPERADORES" TO WS-RSW-CTR-NAME(2).
           MOVE W05-USER-COUNT TO WS-RSW-CTR-VALUE(2).
           MOVE "RECHAZADAS" TO WS-RSW-CTR-NAME(3).
           MOVE W16-REJECTED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Consultas: " W14-QUERIES " Filas: " W15-ROWS.
           IF W17-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       COLLECT-USAGE.
           MOVE "00" TO WS-LOG-STATUS.
           OPEN INPUT QUERY-LOG.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "SIN REGISTRO DE CONSULTAS EN ESTA CORRIDA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               READ QUERY-LOG
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LOG-EOF
                   IF QL-TIMESTAMP(1:8) NOT < W02-FROM-DATE
                       AND QL-TIMESTAMP(1:8) NOT > W01-TODAY
                       PERFORM NOTE-ONE-QUERY
                   END-IF
                   READ QUERY-LOG
                       AT END SET WS-LOG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QUERY-LOG
           END-IF.

       NOTE-ONE-QUERY.
           ADD 1 TO W14-QUERIES.
           ADD QL-ROWS TO W15-ROWS.
           IF QL-REJECTED
               ADD 1 TO W16-REJECTED
           END-IF.

           MOVE 0 TO W13-FOUND.
           PERFORM VARYING W09-SUB FROM 1 BY 1
                   UNTIL W09-SUB > W05-USER-COUNT OR W13-FOUND > 0
               IF W06-USR-NAME(W09-SUB) = QL-OPERATOR
                   MOVE W09-SUB TO W13-FOUND
               END-IF
           END-PERFORM.
           IF W13-FOUND = 0
               IF W05-USER-COUNT < 200
                   ADD 1 TO W05-USER-COUNT
                   MOVE W05-USER-COUNT TO W13-FOUND
                   MOVE QL-OPERATOR TO W06-USR-NAME(W13-FOUND)
                   MOVE ZEROS TO W06-USR-USAGE(W13-FOUND)
               ELSE
                   MOVE "Y" TO W17-OVERFLOW
               END-IF
           END-IF.
           IF W13-FOUND > 0
               ADD 1 TO W06-USR-QUERIES(W13-FOUND)
               ADD QL-ROWS TO W06-USR-ROWS(W13-FOUND)
               ADD QL-ELAPSED TO W06-USR-SECONDS(W13-FOUND)
               IF QL-TRUNCATED
                   ADD 1 TO W06-USR-TRUNC(W13-FOUND)
               END-IF
               IF QL-REJECTED
                   ADD 1 TO W06-USR-REJECT(W13-FOUND)
               END-IF
           END-IF.

           IF QL-QUERY-NAME NOT = SPACES
               MOVE 0 TO W13-FOUND
               PERFORM VARYING W09-SUB FROM 1 BY 1
                       UNTIL W09-SUB > W07-QRY-COUNT OR W13-FOUND > 0
                   IF W08-QRY-NAME(W09-SUB) = QL-QUERY-NAME
                       MOVE W09-SUB TO W13-FOUND
                   END-IF
               END-PERFORM
               IF W13-FOUND = 0
                   IF W07-QRY-COUNT < 100
                       ADD 1 TO W07-QRY-COUNT
                       MOVE W07-QRY-COUNT TO W13-FOUND
                       MOVE QL-QUERY-NAME TO W08-QRY-NAME(W13-FOUND)
                       MOVE ZEROS TO W08-QRY-USAGE(W13-FOUND)
                   ELSE
                       MOVE "Y" TO W17-OVERFLOW
                   END-IF
               END-IF
               IF W13-FOUND > 0
                   ADD 1 TO W08-QRY-QUERIES(W13-FOUND)
                   ADD QL-ROWS TO W08-QRY-ROWS(W13-FOUND)
                   ADD QL-ELAPSED TO W08-QRY-SECONDS(W13-FOUND)
                   IF QL-TRUNCATED
                       ADD 1 TO W08-QRY-TRUNC(W13-FOUND)
                   END-IF
                   IF QL-REJECTED
                       ADD 1 TO W08-QRY-REJECT(W13-FOUND)
                   END-IF
               END-IF
           END-IF.

      * Selection sort, heaviest first; the tables are small.
       SORT-USERS.
           PERFORM VARYING W09-SUB FROM 1 BY 1
                   UNTIL W09-SUB NOT < W05-USER-COUNT
               MOVE W09-SUB TO W11-HIGH
               PERFORM VARYING W10-SUB2 FROM W09-SUB BY 1
                       UNTIL W10-SUB2 > W05-USER-COUNT
                   IF W06-USR-ROWS(W10-SUB2) > W06-USR-ROWS(W11-HIGH)
                       MOVE W10-SUB2 TO W11-HIGH
                   END-IF
               END-PERFORM
               IF W11-HIGH NOT = W09-SUB
                   MOVE W06-USER(W09-SUB) TO W12-SWAP
                   MOVE W06-USER(W11-HIGH) TO W06-USER(W09-SUB)
                   MOVE W12-SWAP TO W06-USER(W11-HIGH)
               END-IF
           END-PERFORM.

       SORT-QUERIES.
           PERFORM VARYING W09-SUB FROM 1 BY 1
                   UNTIL W09-SUB NOT < W07-QRY-COUNT
               MOVE W09-SUB TO W11-HIGH
               PERFORM VARYING W10-SUB2 FROM W09-SUB BY 1
                       UNTIL W10-SUB2 > W07-QRY-COUNT
                   IF W08-QRY-ROWS(W10-SUB2) > W08-QRY-ROWS(W11-HIGH)
                       MOVE W10-SUB2 TO W11-HIGH
                   END-IF
               END-PERFORM
               IF W11-HIGH NOT = W09-SUB
                   MOVE W08-QRY(W09-SUB) TO W12-SWAP
                   MOVE W08-QRY(W11-HIGH) TO W08-QRY(W09-SUB)
                   MOVE W12-SWAP TO W08-QRY(W11-HIGH)
               END-IF
           END-PERFORM.

       REPORT-USERS.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OPERADORES POR FILAS DEVUELTAS" TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  POS OPERADOR   CONSULTAS     FILAS"
               "  SEGUNDOS TRUNC RECH"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING W09-SUB FROM 1 BY 1
                   UNTIL W09-SUB > W05-USER-COUNT
               MOVE W09-SUB TO W18-RANK
               MOVE SPACES TO W63-RPT-LINE
               STRING "  " W18-RANK " " W06-USR-NAME(W09-SUB)
                   " " W06-USR-QUERIES(W09-SUB)
                   " " W06-USR-ROWS(W09-SUB)
                   " " W06-USR-SECONDS(W09-SUB)
                   " " W06-USR-TRUNC(W09-SUB)
                   " " W06-USR-REJECT(W09-SUB)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       REPORT-QUERIES.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CONSULTAS DE CATALOGO POR FILAS DEVUELTAS"
               TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W07-QRY-COUNT = 0
               MOVE "  SIN EJECUCIONES DE CATALOGO EN EL PERIODO"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO W63-RPT-LINE
               STRING "  POS CONSULTA   EJECUCION     FILAS"
                   "  SEGUNDOS TRUNC RECH"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING W09-SUB FROM 1 BY 1
                   UNTIL W09-SUB > W07-QRY-COUNT
               MOVE W09-SUB TO W18-RANK
               MOVE SPACES TO W63-RPT-LINE
               STRING "  " W18-RANK " " W08-QRY-NAME(W09-SUB)
                   " " W08-QRY-QUERIES(W09-SUB)
                   " " W08-QRY-ROWS(W09-SUB)
                   " " W08-QRY-SECONDS(W09-SUB)
                   " " W08-QRY-TRUNC(W09-SUB)
                   " " W08-QRY-REJECT(W09-SUB)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
