       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLQGOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOVERNOR-PROFILES ASSIGN TO "GOVPROF"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PROF-STATUS.

           SELECT QUERY-USAGE ASSIGN TO "QRYUSAGE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QU-KEY
           FILE STATUS IS WS-USAGE-STATUS.

           SELECT QUERY-LOG ASSIGN TO "QRYLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD GOVERNOR-PROFILES.
       01 GOVERNOR-PROFILE-RECORD.
           05 GP-ROLE        PIC X(08).
           05 GP-MAX-ROWS    PIC 9(07).
           05 GP-MAX-SECONDS PIC 9(05).
           05 GP-WINDOW OCCURS 2 TIMES.
               10 GP-WIN-FROM PIC 9(04).
               10 GP-WIN-TO   PIC 9(04).
           05 GP-DAILY-QUOTA PIC 9(09).

       FD QUERY-USAGE.
       01 QUERY-USAGE-RECORD.
           05 QU-KEY.
               10 QU-OPERATOR PIC X(10).
               10 QU-DATE     PIC X(08).
           05 QU-ROWS     PIC 9(09).
           05 QU-QUERIES  PIC 9(05).

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

       WORKING-STORAGE SECTION.
       01 WS-PROF-STATUS  PIC X(02) VALUE "00".
           88 WS-PROF-EOF VALUE "10".
       01 WS-USAGE-STATUS PIC X(02) VALUE "00".
           88 WS-USAGE-FOUND    VALUE "00".
           88 WS-USAGE-NOTFOUND VALUE "23".
       01 WS-LOG-STATUS   PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-ROLE           PIC X(08) VALUE SPACES.
       01 W02-MAX-ROWS       PIC 9(07) VALUE 0.
       01 W03-MAX-SECONDS    PIC 9(05) VALUE 0.
       01 W04-WINDOWS.
           05 W04-WINDOW OCCURS 2 TIMES.
               10 W04-WIN-FROM PIC 9(04).
               10 W04-WIN-TO   PIC 9(04).
       01 W05-DAILY-QUOTA    PIC 9(09) VALUE 0.
       01 W06-PROFILE-FOUND  PIC X(01) VALUE "N".
           88 W06-HAVE-PROFILE VALUE "Y".
       01 W07-DEFAULT-FOUND  PIC X(01) VALUE "N".
           88 W07-HAVE-DEFAULT VALUE "Y".
       01 W08-DEFAULT-PROFILE PIC X(45) VALUE SPACES.
       01 W09-ROLE-OPERATOR  PIC X(16) VALUE SPACES.
       01 W10-ROLE-RESULT    PIC X(01).
           88 W10-HAS-ROLE VALUE "Y".
       01 W11-NOW-HHMM       PIC 9(04) VALUE 0.
       01 W12-SUB            PIC 9(01) VALUE 0.
       01 W13-IN-WINDOW      PIC X(01) VALUE "N".
           88 W13-INSIDE-WINDOW VALUE "Y".
       01 W14-USED-TODAY     PIC 9(09) VALUE 0.
       01 W15-QUOTA-LEFT     PIC 9(09) VALUE 0.
       01 W16-ROW-LIMIT      PIC 9(07) VALUE 0.
       01 W17-LIMIT-IS-QUOTA PIC X(01) VALUE "N".
           88 W17-QUOTA-LIMITS VALUE "Y".
       01 W18-START-SECS     PIC 9(05) VALUE 0.
       01 W19-NOW-SECS       PIC 9(05) VALUE 0.
       01 W20-ELAPSED        PIC S9(06) VALUE 0.
       01 W21-TODAY          PIC X(08) VALUE SPACES.
       01 W22-SEV-TYPE       PIC X(08) VALUE "QRYGOV".
       01 W23-SEV-CORRID     PIC X(12) VALUE SPACES.
       01 W24-SEV-ACTOR      PIC X(16) VALUE SPACES.
       01 W25-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W26-SEV-OUTCOME    PIC X(01) VALUE "D".
      * Built-in profile for an operator no GOVPROF entry covers:
      * 5000 rows and five minutes a query, any time of day, 50000
      * rows a day.
       01 W27-BUILTIN-PROFILE.
           05 FILLER PIC X(08) VALUE "*".
           05 FILLER PIC 9(07) VALUE 5000.
           05 FILLER PIC 9(05) VALUE 300.
           05 FILLER PIC 9(16) VALUE 0.
           05 FILLER PIC 9(09) VALUE 50000.

       LINKAGE SECTION.
       01 GV-FUNCTION   PIC X(01).
           88 GV-FN-BEGIN VALUE "B".
           88 GV-FN-CHECK VALUE "C".
           88 GV-FN-END   VALUE "E".
       01 GV-OPERATOR   PIC X(10).
       01 GV-QUERY-NAME PIC X(10).
       01 GV-TABLE      PIC X(30).
       01 GV-ROWS       PIC 9(07).
       01 GV-RESULT     PIC X(01).
           88 GV-GO   VALUE "Y".
           88 GV-STOP VALUE "N".
       01 GV-OUTCOME    PIC X(01).
           88 GV-COMPLETE        VALUE "C".
           88 GV-ROW-TRUNCATED   VALUE "T".
           88 GV-QUOTA-TRUNCATED VALUE "Q".
           88 GV-TIME-TRUNCATED  VALUE "S".
           88 GV-WINDOW-REJECTED VALUE "R".
           88 GV-QUOTA-REJECTED  VALUE "Z".
           88 GV-FAILED          VALUE "E".
       01 GV-MESSAGE    PIC X(80).

      * Query governor for COBOLQSVC.  The operator's profile is the
      * first GOVPROF line whose role COBOLROLCK finds granted, so the
      * more privileged roles go first; a "*" line is the default and
      * the built-in profile above covers a missing file.  Begin
      * rejects a query outside the role's time-of-day windows (none
      * set means any time; FROM after TO runs past midnight) or once
      * the operator's daily row quota is spent.  Check is called
      * before each fetch and stops the query at the row limit - the
      * smaller of the per-query maximum and what is left of the
      * quota - or at the runtime limit.  End adds the rows to
      * QRYUSAGE and logs the query on QRYLOG for COBOLQGVR.
       PROCEDURE DIVISION USING GV-FUNCTION, GV-OPERATOR,
                                GV-QUERY-NAME, GV-TABLE, GV-ROWS,
                                GV-RESULT, GV-OUTCOME, GV-MESSAGE.
       MAIN.
           EVALUATE TRUE
               WHEN GV-FN-BEGIN
                   PERFORM BEGIN-QUERY THRU BEGIN-QUERY-EXIT
               WHEN GV-FN-CHECK
                   PERFORM CHECK-QUERY
               WHEN GV-FN-END
                   PERFORM END-QUERY
               WHEN OTHER
                   SET GV-STOP TO TRUE
           END-EVALUATE.
           GOBACK.

       BEGIN-QUERY.
           SET GV-GO TO TRUE.
           SET GV-COMPLETE TO TRUE.
           MOVE SPACES TO GV-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W21-TODAY.
           MOVE WS-CURRENT-DATE(9:4) TO W11-NOW-HHMM.
           PERFORM COMPUTE-NOW-SECS.
           MOVE W19-NOW-SECS TO W18-START-SECS.
           PERFORM RESOLVE-PROFILE.

           MOVE "Y" TO W13-IN-WINDOW.
           IF W04-WINDOWS NOT = ZEROS
               MOVE "N" TO W13-IN-WINDOW
               PERFORM CHECK-ONE-WINDOW
                   VARYING W12-SUB FROM 1 BY 1 UNTIL W12-SUB > 2
           END-IF.
           IF NOT W13-INSIDE-WINDOW
               SET GV-STOP TO TRUE
               SET GV-WINDOW-REJECTED TO TRUE
               MOVE "Rechazada: fuera del horario permitido"
                   TO GV-MESSAGE
               PERFORM REJECT-QUERY
               GO TO BEGIN-QUERY-EXIT
           END-IF.

           PERFORM READ-USAGE.
           MOVE 0 TO W14-USED-TODAY.
           IF WS-USAGE-FOUND
               MOVE QU-ROWS TO W14-USED-TODAY
           END-IF.
           MOVE W02-MAX-ROWS TO W16-ROW-LIMIT.
           MOVE "N" TO W17-LIMIT-IS-QUOTA.
           IF W05-DAILY-QUOTA > 0
               IF W14-USED-TODAY NOT < W05-DAILY-QUOTA
                   SET GV-STOP TO TRUE
                   SET GV-QUOTA-REJECTED TO TRUE
                   MOVE "Rechazada: cuota diaria de filas agotada"
                       TO GV-MESSAGE
                   PERFORM REJECT-QUERY
                   GO TO BEGIN-QUERY-EXIT
               END-IF
               COMPUTE W15-QUOTA-LEFT =
                   W05-DAILY-QUOTA - W14-USED-TODAY
               IF W16-ROW-LIMIT = 0 OR W15-QUOTA-LEFT < W16-ROW-LIMIT
                   MOVE W15-QUOTA-LEFT TO W16-ROW-LIMIT
                   MOVE "Y" TO W17-LIMIT-IS-QUOTA
               END-IF
           END-IF.
       BEGIN-QUERY-EXIT.
           EXIT.

       RESOLVE-PROFILE.
           MOVE "N" TO W06-PROFILE-FOUND.
           MOVE "N" TO W07-DEFAULT-FOUND.
           MOVE GV-OPERATOR TO W09-ROLE-OPERATOR.
           MOVE "00" TO WS-PROF-STATUS.
           OPEN INPUT GOVERNOR-PROFILES.
           IF WS-PROF-STATUS = "00"
               READ GOVERNOR-PROFILES
                   AT END SET WS-PROF-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PROF-EOF OR W06-HAVE-PROFILE
                   IF GP-ROLE = "*"
                       IF NOT W07-HAVE-DEFAULT
                           MOVE GOVERNOR-PROFILE-RECORD
                               TO W08-DEFAULT-PROFILE
                           MOVE "Y" TO W07-DEFAULT-FOUND
                       END-IF
                   ELSE
                       CALL "COBOLROLCK" USING W09-ROLE-OPERATOR,
                           GP-ROLE, W10-ROLE-RESULT
                       IF W10-HAS-ROLE
                           MOVE "Y" TO W06-PROFILE-FOUND
                       END-IF
                   END-IF
                   IF NOT W06-HAVE-PROFILE
                       READ GOVERNOR-PROFILES
                           AT END SET WS-PROF-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE GOVERNOR-PROFILES
           END-IF.
           EVALUATE TRUE
               WHEN W06-HAVE-PROFILE
                   CONTINUE
               WHEN W07-HAVE-DEFAULT
                   MOVE W08-DEFAULT-PROFILE TO GOVERNOR-PROFILE-RECORD
               WHEN OTHER
                   MOVE W27-BUILTIN-PROFILE TO GOVERNOR-PROFILE-RECORD
           END-EVALUATE.
           MOVE GP-ROLE        TO W01-ROLE.
           MOVE GP-MAX-ROWS    TO W02-MAX-ROWS.
           MOVE GP-MAX-SECONDS TO W03-MAX-SECONDS.
           MOVE GP-WIN-FROM(1) TO W04-WIN-FROM(1).
           MOVE GP-WIN-TO(1)   TO W04-WIN-TO(1).
           MOVE GP-WIN-FROM(2) TO W04-WIN-FROM(2).
           MOVE GP-WIN-TO(2)   TO W04-WIN-TO(2).
           MOVE GP-DAILY-QUOTA TO W05-DAILY-QUOTA.

       CHECK-ONE-WINDOW.
           IF W04-WIN-FROM(W12-SUB) = 0 AND W04-WIN-TO(W12-SUB) = 0
               CONTINUE
           ELSE
               IF W04-WIN-FROM(W12-SUB) NOT > W04-WIN-TO(W12-SUB)
                   IF W11-NOW-HHMM NOT < W04-WIN-FROM(W12-SUB)
                       AND W11-NOW-HHMM NOT > W04-WIN-TO(W12-SUB)
                       MOVE "Y" TO W13-IN-WINDOW
                   END-IF
               ELSE
                   IF W11-NOW-HHMM NOT < W04-WIN-FROM(W12-SUB)
                       OR W11-NOW-HHMM NOT > W04-WIN-TO(W12-SUB)
                       MOVE "Y" TO W13-IN-WINDOW
                   END-IF
               END-IF
           END-IF.

       CHECK-QUERY.
           SET GV-GO TO TRUE.
           IF W16-ROW-LIMIT > 0 AND GV-ROWS NOT < W16-ROW-LIMIT
               SET GV-STOP TO TRUE
               IF W17-QUOTA-LIMITS
                   SET GV-QUOTA-TRUNCATED TO TRUE
                   MOVE "Truncada: cuota diaria de filas"
                       TO GV-MESSAGE
               ELSE
                   SET GV-ROW-TRUNCATED TO TRUE
                   MOVE "Truncada: maximo de filas por consulta"
                       TO GV-MESSAGE
               END-IF
           ELSE
               IF W03-MAX-SECONDS > 0
                   PERFORM COMPUTE-ELAPSED
                   IF W20-ELAPSED NOT < W03-MAX-SECONDS
                       SET GV-STOP TO TRUE
                       SET GV-TIME-TRUNCATED TO TRUE
                       MOVE "Truncada: tiempo maximo de ejecucion"
                           TO GV-MESSAGE
                   END-IF
               END-IF
           END-IF.

       END-QUERY.
           PERFORM COMPUTE-ELAPSED.
           IF NOT GV-WINDOW-REJECTED AND NOT GV-QUOTA-REJECTED
               PERFORM READ-USAGE
               IF WS-USAGE-FOUND
                   ADD GV-ROWS TO QU-ROWS
                   ADD 1 TO QU-QUERIES
                   REWRITE QUERY-USAGE-RECORD
               ELSE
                   MOVE GV-OPERATOR TO QU-OPERATOR
                   MOVE W21-TODAY   TO QU-DATE
                   MOVE GV-ROWS     TO QU-ROWS
                   MOVE 1           TO QU-QUERIES
                   WRITE QUERY-USAGE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               CLOSE QUERY-USAGE
           END-IF.
           PERFORM WRITE-QUERY-LOG.

       REJECT-QUERY.
           MOVE 0 TO GV-ROWS.
           MOVE GV-OPERATOR TO W24-SEV-ACTOR.
           MOVE GV-TABLE    TO W25-SEV-OBJECT.
           CALL "COBOLSEVW" USING W22-SEV-TYPE, W23-SEV-CORRID,
               W24-SEV-ACTOR, W25-SEV-OBJECT, W26-SEV-OUTCOME.

      * Opened I-O and left open for END-QUERY's update; BEGIN-QUERY
      * only needs the read and closes it again.
       READ-USAGE.
           MOVE "00" TO WS-USAGE-STATUS.
           OPEN I-O QUERY-USAGE.
           IF WS-USAGE-STATUS = "35"
               OPEN OUTPUT QUERY-USAGE
               CLOSE QUERY-USAGE
               MOVE "00" TO WS-USAGE-STATUS
               OPEN I-O QUERY-USAGE
           END-IF.
           MOVE GV-OPERATOR TO QU-OPERATOR.
           MOVE W21-TODAY   TO QU-DATE.
           READ QUERY-USAGE
               KEY IS QU-KEY
               INVALID KEY SET WS-USAGE-NOTFOUND TO TRUE
           END-READ.
           IF GV-FN-BEGIN
               CLOSE QUERY-USAGE
           END-IF.

       WRITE-QUERY-LOG.
           OPEN EXTEND QUERY-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT QUERY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO QL-TIMESTAMP.
           MOVE GV-OPERATOR   TO QL-OPERATOR.
           MOVE GV-QUERY-NAME TO QL-QUERY-NAME.
           MOVE GV-TABLE      TO QL-TABLE.
           MOVE W01-ROLE      TO QL-ROLE.
           MOVE GV-ROWS       TO QL-ROWS.
           MOVE W20-ELAPSED   TO QL-ELAPSED.
           MOVE GV-OUTCOME    TO QL-OUTCOME.
           WRITE QUERY-LOG-RECORD.
           CLOSE QUERY-LOG.

       COMPUTE-NOW-SECS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE W19-NOW-SECS =
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)).

       COMPUTE-ELAPSED.
           PERFORM COMPUTE-NOW-SECS.
           COMPUTE W20-ELAPSED = W19-NOW-SECS - W18-START-SECS.
           IF W20-ELAPSED < 0
               ADD 86400 TO W20-ELAPSED
           END-IF.
