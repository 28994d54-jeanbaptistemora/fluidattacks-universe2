       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLQGAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-PARAM ASSIGN TO "FEEDQGATE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT GATE-HISTORY ASSIGN TO "FEEDQHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QH-FEED-NAME
           FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD GATE-PARAM.
       01 GATE-PARAM-RECORD.
           05 QP-FEED-NAME    PIC X(10).
           05 QP-MAX-REJ-PCT  PIC 9(03).
           05 QP-MIN-RECORDS  PIC 9(07).
           05 QP-MAX-RECORDS  PIC 9(07).
           05 QP-MAX-VAR-PCT  PIC 9(03).

       FD GATE-HISTORY.
       01 GATE-HISTORY-RECORD.
           05 QH-FEED-NAME    PIC X(10).
           05 QH-LAST-COUNT   PIC 9(07).
           05 QH-LAST-TS      PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS    PIC X(02) VALUE "00".
           88 WS-PARM-EOF      VALUE "10".
       01 WS-HIST-STATUS    PIC X(02) VALUE "00".
           88 WS-HIST-FOUND    VALUE "00".
       01 WS-CURRENT-DATE   PIC X(21).
      * A feed with no line of its own in FEEDQGATE still has to
      * deliver something and reject no more than one in ten.
       01 W01-MAX-REJ-PCT   PIC 9(03) VALUE 10.
       01 W02-MIN-RECORDS   PIC 9(07) VALUE 1.
       01 W03-MAX-RECORDS   PIC 9(07) VALUE 0.
       01 W04-MAX-VAR-PCT   PIC 9(03) VALUE 0.
       01 W05-REJ-PCT       PIC 9(03)V99 VALUE 0.
       01 W06-VAR-PCT       PIC 9(05)V99 VALUE 0.
       01 W07-DIFFERENCE    PIC 9(07) VALUE 0.
       01 W08-LAST-COUNT    PIC 9(07) VALUE 0.
       01 W09-HAVE-HISTORY  PIC X(01) VALUE "N".
           88 W09-HISTORY-FOUND VALUE "Y".
       01 W10-REASON-CODE   PIC X(04) VALUE SPACES.
       01 W11-PCT-EDIT      PIC ZZ9.99.
       01 W12-LIMIT-EDIT    PIC ZZZZZZ9.
       01 W13-PCT-LIMIT-EDIT PIC ZZ9.
       01 W20-EXCEPTION-ID  PIC X(07) VALUE "FQG0001".
       01 W21-VALID-RESP    PIC X(06) VALUE "C     ".
       01 W22-PGM-IN-ERROR.
           05 W22-PGM-NAME  PIC X(10) VALUE "COBOLQGAT".
           05 W22-LIB-NAME  PIC X(10) VALUE "*LIBL".
       01 W23-SYS-EXCEPTION PIC X(07) VALUE SPACES.
       01 W24-MSG-LENGTH    PIC S9(09) BINARY VALUE 1.
       01 W25-SYS-OPTION    PIC X(01) VALUE SPACE.
       01 W26-MSG-TEXT      PIC X(01) VALUE SPACE.
       01 W27-MODULE-NAME   PIC X(10) VALUE SPACES.
       01 W28-PGM-NAME      PIC X(256) VALUE SPACES.
       01 W29-BATCH-MODE    PIC X(01) VALUE "Y".

       LINKAGE SECTION.
       01 QG-FEED-NAME PIC X(10).
       01 QG-READ      PIC 9(07).
       01 QG-REJECTED  PIC 9(07).
       01 QG-RESULT    PIC X(01).
           88 QG-PASSED VALUE "P".
           88 QG-FAILED VALUE "F".
       01 QG-REASON    PIC X(60).

      * Reject-rate quality gate for the feed loaders.  A loader
      * counts what its feed delivered and what it would reject, and
      * calls here before its updates take effect.  FEEDQGATE holds
      * one line per feed: maximum reject percentage, minimum and
      * maximum record counts (0 = no maximum) and the largest
      * percentage the count may move from the last accepted run
      * (0 = not checked).  FEEDQHIST keeps that last accepted count;
      * it only moves when a run passes, so a bad feed is always
      * measured against the last good one.  A breach comes back as
      * QG-RESULT "F" with the reason, and is raised through ERRHDL2
      * as FQG0001 with FQGnnnn naming the check that failed.
       PROCEDURE DIVISION USING QG-FEED-NAME, QG-READ, QG-REJECTED,
                                QG-RESULT, QG-REASON.
       MAIN.
           MOVE "P" TO QG-RESULT.
           MOVE SPACES TO QG-REASON.
           MOVE SPACES TO W10-REASON-CODE.
           MOVE 10 TO W01-MAX-REJ-PCT.
           MOVE 1 TO W02-MIN-RECORDS.
           MOVE 0 TO W03-MAX-RECORDS.
           MOVE 0 TO W04-MAX-VAR-PCT.
           PERFORM LOAD-THRESHOLDS.
           PERFORM READ-HISTORY.

           MOVE 0 TO W05-REJ-PCT.
           IF QG-READ > 0
               COMPUTE W05-REJ-PCT ROUNDED =
                   QG-REJECTED * 100 / QG-READ
           END-IF.

           PERFORM CHECK-THRESHOLDS THRU CHECK-THRESHOLDS-EXIT.

           IF QG-PASSED
               PERFORM SAVE-HISTORY
               DISPLAY "Control de calidad " QG-FEED-NAME
                   ": superado, leidos " QG-READ
                   " rechazados " QG-REJECTED
           ELSE
               DISPLAY "Control de calidad " QG-FEED-NAME
                   ": " QG-REASON
               PERFORM RAISE-BREACH
           END-IF.
           GOBACK.

       LOAD-THRESHOLDS.
           MOVE "00" TO WS-PARM-STATUS.
           OPEN INPUT GATE-PARAM.
           IF WS-PARM-STATUS = "00"
               READ GATE-PARAM
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PARM-EOF
                   IF QP-FEED-NAME = QG-FEED-NAME
                       PERFORM TAKE-THRESHOLDS
                   END-IF
                   READ GATE-PARAM
                       AT END SET WS-PARM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GATE-PARAM
           END-IF.

       TAKE-THRESHOLDS.
           IF QP-MAX-REJ-PCT NUMERIC
               MOVE QP-MAX-REJ-PCT TO W01-MAX-REJ-PCT
           END-IF.
           IF QP-MIN-RECORDS NUMERIC
               MOVE QP-MIN-RECORDS TO W02-MIN-RECORDS
           END-IF.
           IF QP-MAX-RECORDS NUMERIC
               MOVE QP-MAX-RECORDS TO W03-MAX-RECORDS
           END-IF.
           IF QP-MAX-VAR-PCT NUMERIC
               MOVE QP-MAX-VAR-PCT TO W04-MAX-VAR-PCT
           END-IF.

       READ-HISTORY.
           MOVE "N" TO W09-HAVE-HISTORY.
           MOVE 0 TO W08-LAST-COUNT.
           OPEN I-O GATE-HISTORY.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT GATE-HISTORY
               CLOSE GATE-HISTORY
               OPEN I-O GATE-HISTORY
           END-IF.
           MOVE QG-FEED-NAME TO QH-FEED-NAME.
           READ GATE-HISTORY
               KEY IS QH-FEED-NAME
               INVALID KEY CONTINUE
           END-READ.
           IF WS-HIST-FOUND
               MOVE "Y" TO W09-HAVE-HISTORY
               MOVE QH-LAST-COUNT TO W08-LAST-COUNT
           END-IF.

       CHECK-THRESHOLDS.
           IF W05-REJ-PCT > W01-MAX-REJ-PCT
               MOVE "F" TO QG-RESULT
               MOVE "0001" TO W10-REASON-CODE
               MOVE W05-REJ-PCT TO W11-PCT-EDIT
               MOVE W01-MAX-REJ-PCT TO W13-PCT-LIMIT-EDIT
               STRING "RECHAZOS " W11-PCT-EDIT "% SUPERAN EL MAXIMO "
                   W13-PCT-LIMIT-EDIT "%"
                   DELIMITED BY SIZE
                   INTO QG-REASON
               GO TO CHECK-THRESHOLDS-EXIT
           END-IF.
           IF QG-READ < W02-MIN-RECORDS
               MOVE "F" TO QG-RESULT
               MOVE "0002" TO W10-REASON-CODE
               MOVE W02-MIN-RECORDS TO W12-LIMIT-EDIT
               STRING "REGISTROS " QG-READ " BAJO EL MINIMO "
                   W12-LIMIT-EDIT
                   DELIMITED BY SIZE
                   INTO QG-REASON
               GO TO CHECK-THRESHOLDS-EXIT
           END-IF.
           IF W03-MAX-RECORDS > 0 AND QG-READ > W03-MAX-RECORDS
               MOVE "F" TO QG-RESULT
               MOVE "0003" TO W10-REASON-CODE
               MOVE W03-MAX-RECORDS TO W12-LIMIT-EDIT
               STRING "REGISTROS " QG-READ " SOBRE EL MAXIMO "
                   W12-LIMIT-EDIT
                   DELIMITED BY SIZE
                   INTO QG-REASON
               GO TO CHECK-THRESHOLDS-EXIT
           END-IF.
           IF W04-MAX-VAR-PCT = 0 OR NOT W09-HISTORY-FOUND
               OR W08-LAST-COUNT = 0
               GO TO CHECK-THRESHOLDS-EXIT
           END-IF.
           IF QG-READ > W08-LAST-COUNT
               COMPUTE W07-DIFFERENCE = QG-READ - W08-LAST-COUNT
           ELSE
               COMPUTE W07-DIFFERENCE = W08-LAST-COUNT - QG-READ
           END-IF.
           COMPUTE W06-VAR-PCT ROUNDED =
               W07-DIFFERENCE * 100 / W08-LAST-COUNT
               ON SIZE ERROR MOVE 99999.99 TO W06-VAR-PCT
           END-COMPUTE.
           IF W06-VAR-PCT > W04-MAX-VAR-PCT
               MOVE "F" TO QG-RESULT
               MOVE "0004" TO W10-REASON-CODE
               MOVE W08-LAST-COUNT TO W12-LIMIT-EDIT
               MOVE W04-MAX-VAR-PCT TO W13-PCT-LIMIT-EDIT
               STRING "REGISTROS " QG-READ " DIFIEREN MAS DE "
                   W13-PCT-LIMIT-EDIT "% DE LOS " W12-LIMIT-EDIT
                   " ANTERIORES"
                   DELIMITED BY SIZE
                   INTO QG-REASON
           END-IF.
       CHECK-THRESHOLDS-EXIT.
           EXIT.

       SAVE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE QG-FEED-NAME TO QH-FEED-NAME.
           MOVE QG-READ TO QH-LAST-COUNT.
           MOVE WS-CURRENT-DATE(1:14) TO QH-LAST-TS.
           IF W09-HISTORY-FOUND
               REWRITE GATE-HISTORY-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE GATE-HISTORY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE GATE-HISTORY.

       RAISE-BREACH.
           CLOSE GATE-HISTORY.
           MOVE SPACES TO W23-SYS-EXCEPTION.
           STRING "FQG" W10-REASON-CODE
               DELIMITED BY SIZE
               INTO W23-SYS-EXCEPTION.
           MOVE QG-FEED-NAME TO W27-MODULE-NAME.
           MOVE SPACES TO W28-PGM-NAME.
           STRING "COBOLQGAT " QG-FEED-NAME
               DELIMITED BY SIZE
               INTO W28-PGM-NAME.
           CALL "ERRHDL2" USING W20-EXCEPTION-ID, W21-VALID-RESP,
               W22-PGM-IN-ERROR, W23-SYS-EXCEPTION, W24-MSG-LENGTH,
               W25-SYS-OPTION, W26-MSG-TEXT, W27-MODULE-NAME,
               W28-PGM-NAME, W29-BATCH-MODE.
