       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLINCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-PARAM ASSIGN TO "INCRPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IN-NUMBER
           FILE STATUS IS WS-INC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INCIDENT-PARAM.
       01 INCIDENT-PARAM-RECORD.
           05 IR-MONTH PIC X(06).

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
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
       01 WS-INC-STATUS   PIC X(02) VALUE "00".
           88 WS-INC-EOF VALUE "10".
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLINCR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-MONTH       PIC X(06) VALUE SPACES.
       01 W02-MONTH-NUM REDEFINES W01-MONTH.
           05 W02-YEAR  PIC 9(04).
           05 W02-MM    PIC 9(02).
       01 W03-INCIDENTS   PIC 9(07) VALUE 0.
       01 W04-ACKED       PIC 9(07) VALUE 0.
       01 W05-RESOLVED    PIC 9(07) VALUE 0.
       01 W06-ACK-MIN     PIC 9(09) VALUE 0.
       01 W07-RES-MIN     PIC 9(09) VALUE 0.
       01 W08-TS-FROM.
           05 W08-DATE PIC 9(08).
           05 W08-HH   PIC 9(02).
           05 W08-MI   PIC 9(02).
           05 FILLER   PIC X(02).
       01 W09-TS-TO.
           05 W09-DATE PIC 9(08).
           05 W09-HH   PIC 9(02).
           05 W09-MI   PIC 9(02).
           05 FILLER   PIC X(02).
       01 W10-MINUTES     PIC 9(09) VALUE 0.
       01 W11-ACK-THIS    PIC 9(09) VALUE 0.
       01 W12-RES-THIS    PIC 9(09) VALUE 0.
       01 W13-PGM-COUNT   PIC 9(03) VALUE 0.
       01 W14-PGM-TABLE.
           05 W14-PGM-ENTRY OCCURS 100 TIMES.
               10 W14-PGM-NAME    PIC X(20).
               10 W14-PGM-COUNT   PIC 9(05).
               10 W14-PGM-ACKED   PIC 9(05).
               10 W14-PGM-ACK-MIN PIC 9(09).
               10 W14-PGM-RESOLV  PIC 9(05).
               10 W14-PGM-RES-MIN PIC 9(09).
       01 W15-EXC-COUNT   PIC 9(03) VALUE 0.
       01 W16-EXC-TABLE.
           05 W16-EXC-ENTRY OCCURS 100 TIMES.
               10 W16-EXC-ID      PIC X(10).
               10 W16-EXC-COUNT   PIC 9(05).
               10 W16-EXC-ACKED   PIC 9(05).
               10 W16-EXC-ACK-MIN PIC 9(09).
               10 W16-EXC-RESOLV  PIC 9(05).
               10 W16-EXC-RES-MIN PIC 9(09).
       01 W17-SUB         PIC 9(03) VALUE 0.
       01 W18-HIT         PIC X(01) VALUE "N".
       01 W19-FULL        PIC X(01) VALUE "N".
           88 W19-TABLE-FULL VALUE "Y".
       01 W20-LINE-KEY    PIC X(20) VALUE SPACES.
       01 W21-LINE-COUNT  PIC 9(05) VALUE 0.
       01 W22-LINE-ACKED  PIC 9(05) VALUE 0.
       01 W23-LINE-ACKMIN PIC 9(09) VALUE 0.
       01 W24-LINE-RESOLV PIC 9(05) VALUE 0.
       01 W25-LINE-RESMIN PIC 9(09) VALUE 0.
       01 W26-MTTA        PIC 9(07) VALUE 0.
       01 W27-MTTR        PIC 9(07) VALUE 0.
       01 W28-PENDING     PIC 9(05) VALUE 0.
       01 W29-MTTA-DSP    PIC Z(06)9.
       01 W30-MTTR-DSP    PIC Z(06)9.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "INCMTTR".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "TIEMPOS DE RECONOCIMIENTO Y RESOLUCION DE INCIDENTES".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Monthly incident timing.  Every incident COBOLERAL opened in
      * the month (INCRPARM AAAAMM, the previous calendar month when
      * absent) counts once, by program and by exception id.  Mean
      * time to acknowledge runs from opening to acknowledgement and
      * mean time to resolve from opening to resolution, both in
      * minutes and only over the incidents that reached that step;
      * those still unresolved when the report runs are shown as
      * pending.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           PERFORM LOAD-PARAM.

           MOVE SPACES TO W62-RPT-TITLE.
           STRING "TIEMPOS DE RECONOCIMIENTO Y RESOLUCION, MES "
               W01-MONTH
               DELIMITED BY SIZE
               INTO W62-RPT-TITLE.
           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT INCIDENT-FILE.
           IF WS-INC-STATUS = "00"
               READ INCIDENT-FILE NEXT RECORD
                   AT END SET WS-INC-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-INC-EOF
                   IF IN-OPENED-TS(1:6) = W01-MONTH
                       PERFORM TALLY-INCIDENT
                   END-IF
                   READ INCIDENT-FILE NEXT RECORD
                       AT END SET WS-INC-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           ELSE
               IF WS-INC-STATUS NOT = "35"
                   DISPLAY "No se pudo abrir INCIDENTS: " WS-INC-STATUS
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "INCIDENTS NO DISPONIBLE, ESTADO "
                       WS-INC-STATUS
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   MOVE "D" TO W60-RPT-FN
                   CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                       W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "POR PROGRAMA" TO W20-LINE-KEY.
           PERFORM WRITE-HEADING.
           PERFORM VARYING W17-SUB FROM 1 BY 1
                   UNTIL W17-SUB > W13-PGM-COUNT
               MOVE W14-PGM-NAME(W17-SUB)    TO W20-LINE-KEY
               MOVE W14-PGM-COUNT(W17-SUB)   TO W21-LINE-COUNT
               MOVE W14-PGM-ACKED(W17-SUB)   TO W22-LINE-ACKED
               MOVE W14-PGM-ACK-MIN(W17-SUB) TO W23-LINE-ACKMIN
               MOVE W14-PGM-RESOLV(W17-SUB)  TO W24-LINE-RESOLV
               MOVE W14-PGM-RES-MIN(W17-SUB) TO W25-LINE-RESMIN
               PERFORM WRITE-TIMING-LINE
           END-PERFORM.

           MOVE "POR EXCEPCION" TO W20-LINE-KEY.
           PERFORM WRITE-HEADING.
           PERFORM VARYING W17-SUB FROM 1 BY 1
                   UNTIL W17-SUB > W15-EXC-COUNT
               MOVE W16-EXC-ID(W17-SUB)      TO W20-LINE-KEY
               MOVE W16-EXC-COUNT(W17-SUB)   TO W21-LINE-COUNT
               MOVE W16-EXC-ACKED(W17-SUB)   TO W22-LINE-ACKED
               MOVE W16-EXC-ACK-MIN(W17-SUB) TO W23-LINE-ACKMIN
               MOVE W16-EXC-RESOLV(W17-SUB)  TO W24-LINE-RESOLV
               MOVE W16-EXC-RES-MIN(W17-SUB) TO W25-LINE-RESMIN
               PERFORM WRITE-TIMING-LINE
           END-PERFORM.

           MOVE "TOTAL DEL MES" TO W20-LINE-KEY.
           PERFORM WRITE-HEADING.
           MOVE W03-INCIDENTS TO W21-LINE-COUNT.
           MOVE W04-ACKED     TO W22-LINE-ACKED.
           MOVE W06-ACK-MIN   TO W23-LINE-ACKMIN.
           MOVE W05-RESOLVED  TO W24-LINE-RESOLV.
           MOVE W07-RES-MIN   TO W25-LINE-RESMIN.
           MOVE "TODOS" TO W20-LINE-KEY.
           PERFORM WRITE-TIMING-LINE.

           IF W19-TABLE-FULL
               MOVE SPACES TO W63-RPT-LINE
               STRING "TABLA LLENA: HAY PROGRAMAS O EXCEPCIONES "
                   "FUERA DEL DETALLE, INCLUIDOS EN EL TOTAL"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               MOVE "D" TO W60-RPT-FN
               CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                   W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "INCIDENTES" TO WS-RSW-CTR-NAME(1).
           MOVE W03-INCIDENTS TO WS-RSW-CTR-VALUE(1).
           MOVE "RECONOCIDOS" TO WS-RSW-CTR-NAME(2).
           MOVE W04-ACKED TO WS-RSW-CTR-VALUE(2).
           MOVE "RESUELTOS" TO WS-RSW-CTR-NAME(3).
           MOVE W05-RESOLVED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Incidentes del mes " W01-MONTH ": " W03-INCIDENTS.
           DISPLAY "Resueltos: " W05-RESOLVED.

           GOBACK.

       LOAD-PARAM.
           MOVE SPACES TO W01-MONTH.
           OPEN INPUT INCIDENT-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ INCIDENT-PARAM
                   AT END CONTINUE
                   NOT AT END MOVE IR-MONTH TO W01-MONTH
               END-READ
               CLOSE INCIDENT-PARAM
           END-IF.
           IF W01-MONTH NOT NUMERIC
               OR W02-MM < 1 OR W02-MM > 12
               MOVE WS-RSW-NOW(1:6) TO W01-MONTH
               IF W02-MM = 1
                   SUBTRACT 1 FROM W02-YEAR
                   MOVE 12 TO W02-MM
               ELSE
                   SUBTRACT 1 FROM W02-MM
               END-IF
           END-IF.

       TALLY-INCIDENT.
           ADD 1 TO W03-INCIDENTS.
           MOVE 0 TO W11-ACK-THIS, W12-RES-THIS.
           MOVE IN-OPENED-TS TO W08-TS-FROM.
           IF IN-ACKED-TS NOT = SPACES
               MOVE IN-ACKED-TS TO W09-TS-TO
               PERFORM ELAPSED-MINUTES
               MOVE W10-MINUTES TO W11-ACK-THIS
               ADD 1 TO W04-ACKED
               ADD W11-ACK-THIS TO W06-ACK-MIN
           END-IF.
           IF IN-IS-RESOLVED
               MOVE IN-RESOLVED-TS TO W09-TS-TO
               PERFORM ELAPSED-MINUTES
               MOVE W10-MINUTES TO W12-RES-THIS
               ADD 1 TO W05-RESOLVED
               ADD W12-RES-THIS TO W07-RES-MIN
           END-IF.

           MOVE "N" TO W18-HIT.
           PERFORM VARYING W17-SUB FROM 1 BY 1
                   UNTIL W17-SUB > W13-PGM-COUNT OR W18-HIT = "Y"
               IF W14-PGM-NAME(W17-SUB) = IN-PROGRAM
                   MOVE "Y" TO W18-HIT
               END-IF
           END-PERFORM.
           IF W18-HIT = "Y"
               SUBTRACT 1 FROM W17-SUB
           ELSE
               IF W13-PGM-COUNT < 100
                   ADD 1 TO W13-PGM-COUNT
                   MOVE W13-PGM-COUNT TO W17-SUB
                   MOVE IN-PROGRAM TO W14-PGM-NAME(W17-SUB)
                   MOVE 0 TO W14-PGM-COUNT(W17-SUB)
                   MOVE 0 TO W14-PGM-ACKED(W17-SUB)
                   MOVE 0 TO W14-PGM-ACK-MIN(W17-SUB)
                   MOVE 0 TO W14-PGM-RESOLV(W17-SUB)
                   MOVE 0 TO W14-PGM-RES-MIN(W17-SUB)
                   MOVE "Y" TO W18-HIT
               ELSE
                   SET W19-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF W18-HIT = "Y"
               ADD 1 TO W14-PGM-COUNT(W17-SUB)
               IF IN-ACKED-TS NOT = SPACES
                   ADD 1 TO W14-PGM-ACKED(W17-SUB)
                   ADD W11-ACK-THIS TO W14-PGM-ACK-MIN(W17-SUB)
               END-IF
               IF IN-IS-RESOLVED
                   ADD 1 TO W14-PGM-RESOLV(W17-SUB)
                   ADD W12-RES-THIS TO W14-PGM-RES-MIN(W17-SUB)
               END-IF
           END-IF.

           MOVE "N" TO W18-HIT.
           PERFORM VARYING W17-SUB FROM 1 BY 1
                   UNTIL W17-SUB > W15-EXC-COUNT OR W18-HIT = "Y"
               IF W16-EXC-ID(W17-SUB) = IN-EXCEPTION
                   MOVE "Y" TO W18-HIT
               END-IF
           END-PERFORM.
           IF W18-HIT = "Y"
               SUBTRACT 1 FROM W17-SUB
           ELSE
               IF W15-EXC-COUNT < 100
                   ADD 1 TO W15-EXC-COUNT
                   MOVE W15-EXC-COUNT TO W17-SUB
                   MOVE IN-EXCEPTION TO W16-EXC-ID(W17-SUB)
                   MOVE 0 TO W16-EXC-COUNT(W17-SUB)
                   MOVE 0 TO W16-EXC-ACKED(W17-SUB)
                   MOVE 0 TO W16-EXC-ACK-MIN(W17-SUB)
                   MOVE 0 TO W16-EXC-RESOLV(W17-SUB)
                   MOVE 0 TO W16-EXC-RES-MIN(W17-SUB)
                   MOVE "Y" TO W18-HIT
               ELSE
                   SET W19-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF W18-HIT = "Y"
               ADD 1 TO W16-EXC-COUNT(W17-SUB)
               IF IN-ACKED-TS NOT = SPACES
                   ADD 1 TO W16-EXC-ACKED(W17-SUB)
                   ADD W11-ACK-THIS TO W16-EXC-ACK-MIN(W17-SUB)
               END-IF
               IF IN-IS-RESOLVED
                   ADD 1 TO W16-EXC-RESOLV(W17-SUB)
                   ADD W12-RES-THIS TO W16-EXC-RES-MIN(W17-SUB)
               END-IF
           END-IF.

      * Minutes from W08-TS-FROM to W09-TS-TO; a timestamp that is
      * not a date, or an end before the start, counts as zero.
       ELAPSED-MINUTES.
           MOVE 0 TO W10-MINUTES.
           IF W08-DATE NUMERIC AND W08-HH NUMERIC AND W08-MI NUMERIC
               AND W09-DATE NUMERIC AND W09-HH NUMERIC
               AND W09-MI NUMERIC
               AND W09-TS-TO > W08-TS-FROM
               COMPUTE W10-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(W09-DATE)
                    - FUNCTION INTEGER-OF-DATE(W08-DATE)) * 1440
                   + W09-HH * 60 + W09-MI
                   - W08-HH * 60 - W08-MI
           END-IF.

       WRITE-HEADING.
           MOVE SPACES TO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           STRING W20-LINE-KEY
               " INCIDENT  RECONOC  MTTA(MIN)  RESUELT"
               "  MTTR(MIN)  PENDIENT"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       WRITE-TIMING-LINE.
           MOVE 0 TO W26-MTTA, W27-MTTR.
           IF W22-LINE-ACKED > 0
               DIVIDE W23-LINE-ACKMIN BY W22-LINE-ACKED
                   GIVING W26-MTTA ROUNDED
           END-IF.
           IF W24-LINE-RESOLV > 0
               DIVIDE W25-LINE-RESMIN BY W24-LINE-RESOLV
                   GIVING W27-MTTR ROUNDED
           END-IF.
           MOVE W26-MTTA TO W29-MTTA-DSP.
           MOVE W27-MTTR TO W30-MTTR-DSP.
           SUBTRACT W24-LINE-RESOLV FROM W21-LINE-COUNT
               GIVING W28-PENDING.
           MOVE SPACES TO W63-RPT-LINE.
           STRING W20-LINE-KEY "    " W21-LINE-COUNT
               "    " W22-LINE-ACKED "    " W29-MTTA-DSP
               "    " W24-LINE-RESOLV "    " W30-MTTR-DSP
               "     " W28-PENDING
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
