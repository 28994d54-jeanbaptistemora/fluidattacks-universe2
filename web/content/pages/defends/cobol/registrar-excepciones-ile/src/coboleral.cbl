           RECORD KEY IS LOG-KEY
           FILE STATUS IS LOG-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-NUMBER
           FILE STATUS IS WS-INC-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).

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
       COPY QUSEC OF QSYSINC-QCBLLESRC.
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
       01 LOG-STATUS      PIC X(02) VALUE "00".
           88 LOG-EOF        VALUE "10".
       01 WS-INC-STATUS   PIC X(02) VALUE "00".
           88 WS-INC-FOUND    VALUE "00".
           88 WS-INC-EOF      VALUE "10".
           88 WS-INC-NOTFOUND VALUE "23".
       01 WS-ENV-PREFIX   PIC X(04) VALUE SPACES.
       01 WS-LOGGER-DSN   PIC X(10) VALUE SPACES.
       01 WS-THRESHOLD    PIC 9(03) VALUE 5.
       01 W12-CALL-STACK-ENTRY PIC X(10) VALUE "*".
       01 W13-CALL-STACK-CTR   PIC S9(09) BINARY VALUE 0.
       01 W14-MSG-KEY          PIC X(04).
       01 WS-INC-COUNT    PIC 9(03) VALUE 0.
       01 WS-INC-TABLE.
           05 WS-INC-ENTRY OCCURS 200 TIMES.
               10 WS-INC-PROGRAM   PIC X(20).
               10 WS-INC-EXCEPTION PIC X(10).
               10 WS-INC-OPEN-NBR  PIC 9(07).
               10 WS-INC-LAST-SEEN PIC X(21).
       01 WS-INC-SUB      PIC 9(03) VALUE 0.
       01 WS-INC-HIT      PIC X(01) VALUE "N".
       01 WS-INC-LAST-NBR PIC 9(07) VALUE 0.
       01 WS-INC-OPENED   PIC 9(05) VALUE 0.
       01 WS-INC-ATTACHED PIC 9(05) VALUE 0.
       01 W15-FIND-PROGRAM   PIC X(20) VALUE SPACES.
       01 W16-FIND-EXCEPTION PIC X(10) VALUE SPACES.
       01 W17-RBK-ACTION     PIC X(04).
       01 W18-RBK-SEV        PIC X(01).
       01 W19-RBK-INSTR-1    PIC X(60).
       01 W20-RBK-INSTR-2    PIC X(60).
       01 W21-RBK-INSTR-3    PIC X(60).
       01 W22-RBK-RESULT     PIC X(01).

      * Hourly threshold alert on LOGGER: a program with more
      * severity-1 entries than ERRALPRM allows since the top of the
      * previous hour gets a message.  Each alert also feeds the
      * INCIDENTS file worked from COBOLINCM: every severity-1 entry
      * of an alerted program attaches to the incident still open
      * for its program and exception, or opens a new one carrying
      * the runbook action that applies to it.  An entry is only
      * taken once; anything not later than the last entry already
      * recorded for that program and exception was seen by an
      * earlier run.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-ALERT-PARAM.

           DISPLAY "Alertas emitidas: " WS-ALERTS.

           IF WS-ALERTS > 0
               PERFORM TRACK-INCIDENTS THRU TRACK-INCIDENTS-EXIT
               DISPLAY "Incidentes abiertos: " WS-INC-OPENED
               DISPLAY "Ocurrencias agregadas: " WS-INC-ATTACHED
           END-IF.

           GOBACK.

       LOAD-ALERT-PARAM.
               W09-MSG-DATA, W10-MSG-DATA-LEN, W11-MSG-TYPE,
               W12-CALL-STACK-ENTRY, W13-CALL-STACK-CTR,
               W14-MSG-KEY, QUS-EC.

       TRACK-INCIDENTS.
           OPEN I-O INCIDENT-FILE.
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               MOVE "00" TO WS-INC-STATUS
               OPEN I-O INCIDENT-FILE
           END-IF.
           IF WS-INC-STATUS NOT = "00"
               DISPLAY "No se pudo abrir INCIDENTS: " WS-INC-STATUS
               MOVE 4 TO RETURN-CODE
               GO TO TRACK-INCIDENTS-EXIT
           END-IF.

           PERFORM LOAD-INCIDENTS.

           MOVE "00" TO LOG-STATUS.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS NOT = "00"
               CLOSE INCIDENT-FILE
               GO TO TRACK-INCIDENTS-EXIT
           END-IF.
           READ LOG-FILE NEXT RECORD
               AT END SET LOG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL LOG-EOF
               IF LOG-SEVERITY = "1"
                   AND LOG-DATE(1:10) NOT < WS-CUTOFF
                   PERFORM CHECK-INCIDENT THRU CHECK-INCIDENT-EXIT
               END-IF
               READ LOG-FILE NEXT RECORD
                   AT END SET LOG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE INCIDENT-FILE.
       TRACK-INCIDENTS-EXIT.
           EXIT.

       LOAD-INCIDENTS.
           MOVE 0 TO WS-INC-COUNT.
           MOVE 0 TO WS-INC-LAST-NBR.
           READ INCIDENT-FILE NEXT RECORD
               AT END SET WS-INC-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-INC-EOF
               IF IN-NUMBER > WS-INC-LAST-NBR
                   MOVE IN-NUMBER TO WS-INC-LAST-NBR
               END-IF
               MOVE IN-PROGRAM   TO W15-FIND-PROGRAM
               MOVE IN-EXCEPTION TO W16-FIND-EXCEPTION
               PERFORM FIND-INCIDENT-PAIR
               IF WS-INC-HIT = "Y"
                   IF IN-LAST-SEEN > WS-INC-LAST-SEEN(WS-INC-SUB)
                       MOVE IN-LAST-SEEN
                           TO WS-INC-LAST-SEEN(WS-INC-SUB)
                   END-IF
                   IF NOT IN-IS-RESOLVED
                       MOVE IN-NUMBER TO WS-INC-OPEN-NBR(WS-INC-SUB)
                   END-IF
               END-IF
               READ INCIDENT-FILE NEXT RECORD
                   AT END SET WS-INC-EOF TO TRUE
               END-READ
           END-PERFORM.

      * Finds the program and exception pair in the table, adding it
      * while there is room; WS-INC-HIT stays "N" only when it is
      * full.
       FIND-INCIDENT-PAIR.
           MOVE "N" TO WS-INC-HIT.
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB > WS-INC-COUNT OR WS-INC-HIT = "Y"
               IF WS-INC-PROGRAM(WS-INC-SUB) = W15-FIND-PROGRAM
                   AND WS-INC-EXCEPTION(WS-INC-SUB) = W16-FIND-EXCEPTION
                   MOVE "Y" TO WS-INC-HIT
               END-IF
           END-PERFORM.
           IF WS-INC-HIT = "Y"
               SUBTRACT 1 FROM WS-INC-SUB
           ELSE
               IF WS-INC-COUNT < 200
                   ADD 1 TO WS-INC-COUNT
                   MOVE WS-INC-COUNT TO WS-INC-SUB
                   MOVE W15-FIND-PROGRAM
                       TO WS-INC-PROGRAM(WS-INC-SUB)
                   MOVE W16-FIND-EXCEPTION
                       TO WS-INC-EXCEPTION(WS-INC-SUB)
                   MOVE 0 TO WS-INC-OPEN-NBR(WS-INC-SUB)
                   MOVE SPACES TO WS-INC-LAST-SEEN(WS-INC-SUB)
                   MOVE "Y" TO WS-INC-HIT
               END-IF
           END-IF.

       CHECK-INCIDENT.
           MOVE "N" TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PGM-COUNT OR WS-HIT = "Y"
               IF WS-PGM-NAME(WS-SUB) = LOG-PGM-IN-ERROR
                   AND WS-PGM-CRIT(WS-SUB) > WS-THRESHOLD
                   MOVE "Y" TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = "N"
               GO TO CHECK-INCIDENT-EXIT
           END-IF.

           MOVE LOG-PGM-IN-ERROR TO W15-FIND-PROGRAM.
           MOVE LOG-EXCEPTION-ID TO W16-FIND-EXCEPTION.
           PERFORM FIND-INCIDENT-PAIR.
           IF WS-INC-HIT = "N"
               GO TO CHECK-INCIDENT-EXIT
           END-IF.
           IF WS-INC-LAST-SEEN(WS-INC-SUB) NOT = SPACES
               AND LOG-DATE NOT > WS-INC-LAST-SEEN(WS-INC-SUB)
               GO TO CHECK-INCIDENT-EXIT
           END-IF.

           IF WS-INC-OPEN-NBR(WS-INC-SUB) > 0
               PERFORM ATTACH-OCCURRENCE
           END-IF.
           IF WS-INC-OPEN-NBR(WS-INC-SUB) = 0
               PERFORM OPEN-INCIDENT
           END-IF.
           MOVE LOG-DATE TO WS-INC-LAST-SEEN(WS-INC-SUB).
       CHECK-INCIDENT-EXIT.
           EXIT.

      * An incident resolved from COBOLINCM since the table was
      * loaded takes no more occurrences; the entry opens a new one.
       ATTACH-OCCURRENCE.
           MOVE WS-INC-OPEN-NBR(WS-INC-SUB) TO IN-NUMBER.
           MOVE "00" TO WS-INC-STATUS.
           READ INCIDENT-FILE
               KEY IS IN-NUMBER
               INVALID KEY SET WS-INC-NOTFOUND TO TRUE
           END-READ.
           IF NOT WS-INC-FOUND OR IN-IS-RESOLVED
               MOVE 0 TO WS-INC-OPEN-NBR(WS-INC-SUB)
           ELSE
               IF LOG-OCCURS NUMERIC AND LOG-OCCURS > 0
                   ADD LOG-OCCURS TO IN-OCCURRENCES
               ELSE
                   ADD 1 TO IN-OCCURRENCES
               END-IF
               MOVE LOG-DATE   TO IN-LAST-SEEN
               MOVE LOG-CORRID TO IN-LAST-CORRID
               REWRITE INCIDENT-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo actualizar el incidente "
                           IN-NUMBER
               END-REWRITE
               ADD 1 TO WS-INC-ATTACHED
           END-IF.

       OPEN-INCIDENT.
           CALL "COBOLRBKL" USING LOG-PGM-IN-ERROR, LOG-EXCEPTION-ID,
               W17-RBK-ACTION, W18-RBK-SEV, W19-RBK-INSTR-1,
               W20-RBK-INSTR-2, W21-RBK-INSTR-3, W22-RBK-RESULT.
           ADD 1 TO WS-INC-LAST-NBR.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE WS-INC-LAST-NBR  TO IN-NUMBER.
           MOVE LOG-PGM-IN-ERROR TO IN-PROGRAM.
           MOVE LOG-EXCEPTION-ID TO IN-EXCEPTION.
           MOVE "O"              TO IN-STATUS.
           MOVE WS-CURRENT-DATE(1:14) TO IN-OPENED-TS.
           IF W22-RBK-RESULT = "Y"
               MOVE W17-RBK-ACTION  TO IN-RUNBOOK-ACTION
               MOVE W19-RBK-INSTR-1 TO IN-RUNBOOK-INSTR
           END-IF.
           MOVE LOG-CORRID TO IN-FIRST-CORRID.
           MOVE LOG-CORRID TO IN-LAST-CORRID.
           MOVE LOG-DATE   TO IN-LAST-SEEN.
           IF LOG-OCCURS NUMERIC AND LOG-OCCURS > 0
               MOVE LOG-OCCURS TO IN-OCCURRENCES
           ELSE
               MOVE 1 TO IN-OCCURRENCES
           END-IF.
           WRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "No se pudo abrir el incidente " IN-NUMBER
           END-WRITE.
           IF WS-INC-STATUS = "00"
               MOVE IN-NUMBER TO WS-INC-OPEN-NBR(WS-INC-SUB)
               ADD 1 TO WS-INC-OPENED
               DISPLAY "Incidente " IN-NUMBER " abierto para "
                   LOG-PGM-IN-ERROR " " LOG-EXCEPTION-ID
           END-IF.
