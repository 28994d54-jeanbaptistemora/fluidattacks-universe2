           RECORD KEY IS BL-KEY
           FILE STATUS IS WS-BASE-STATUS.

           SELECT JOB-FILES ASSIGN TO "JOBFILES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JF-STEP
           FILE STATUS IS WS-JF-STATUS.

           SELECT VALIDATION-REPORT ASSIGN TO "JPVALRPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           05 BL-SNAP-DATE   PIC X(08).
           05 BL-LASTSEEN    PIC X(08).

       FD JOB-FILES.
       01 JOB-FILES-RECORD.
           05 JF-STEP PIC 9(03).
           05 JF-FILE-TABLE.
               10 JF-FILE-ENTRY OCCURS 8 TIMES.
                   15 JF-FILE  PIC X(10).
                   15 JF-USAGE PIC X(01).

       FD VALIDATION-REPORT.
       01 VALIDATION-REPORT-RECORD PIC X(100).

               10 WS-PL-ACTIVE  PIC X(01).
               10 WS-PL-ORDERED PIC X(01).
               10 WS-PL-SEQ-SAVE PIC 9(03).
               10 WS-PL-FILE OCCURS 8 TIMES.
                   15 WS-PL-FILE-NAME PIC X(10).
                   15 WS-PL-FILE-USE  PIC X(01).
       01 WS-REACH-TABLE.
           05 WS-REACH-ROW OCCURS 100 TIMES.
               10 WS-REACH PIC X(01) OCCURS 100 TIMES.
       01 WS-JF-STATUS  PIC X(02) VALUE "00".
           88 WS-JF-FOUND    VALUE "00".
           88 WS-JF-NOTFOUND VALUE "23".
       01 WS-MID-SUB    PIC 9(03) VALUE 0.
       01 WS-FILE-SUB   PIC 9(02) VALUE 0.
       01 WS-FILE-SUB2  PIC 9(02) VALUE 0.
       01 WS-SUB        PIC 9(03) VALUE 0.
       01 WS-PRED-SUB   PIC 9(02) VALUE 0.
       01 WS-SCAN-SUB   PIC 9(03) VALUE 0.
      * every program exists in OBJBASELN; a clean pass marks the
      * version validated in JPVERCTL.  What-if mode prints the
      * execution order the plan would produce without touching the
      * version's state.  Steps that update the same file according
      * to JOBFILES must be ordered, directly or through other steps;
      * two updaters left unordered count as an error in either mode.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           PERFORM CHECK-PREDECESSOR-NAMES.
           PERFORM CHECK-PROGRAM-LIBRARY.
           PERFORM ORDER-AND-CHECK-CYCLES.
           PERFORM LOAD-STEP-FILES THRU LOAD-STEP-FILES-EXIT.
           PERFORM BUILD-REACHABILITY.
           PERFORM CHECK-FILE-CONFLICTS.

       WRAP-UP.
           IF WS-MODE-VALIDATE
                   WRITE VALIDATION-REPORT-RECORD
               END-IF
           END-PERFORM.

       LOAD-STEP-FILES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 8
                   MOVE SPACES TO WS-PL-FILE(WS-SUB, WS-FILE-SUB)
               END-PERFORM
           END-PERFORM.
           MOVE "00" TO WS-JF-STATUS.
           OPEN INPUT JOB-FILES.
           IF WS-JF-STATUS NOT = "00"
               GO TO LOAD-STEP-FILES-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               MOVE WS-PL-STEP(WS-SUB) TO JF-STEP
               READ JOB-FILES
                   KEY IS JF-STEP
                   INVALID KEY SET WS-JF-NOTFOUND TO TRUE
               END-READ
               IF WS-JF-FOUND
                   PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                           UNTIL WS-FILE-SUB > 8
                       MOVE JF-FILE(WS-FILE-SUB)
                           TO WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                       MOVE JF-USAGE(WS-FILE-SUB)
                           TO WS-PL-FILE-USE(WS-SUB, WS-FILE-SUB)
                   END-PERFORM
               END-IF
               MOVE "00" TO WS-JF-STATUS
           END-PERFORM.
           CLOSE JOB-FILES.
       LOAD-STEP-FILES-EXIT.
           EXIT.

      * WS-REACH(I, J) = "Y" when step J must end before step I
      * starts, directly as a predecessor or through a chain of them.
       BUILD-REACHABILITY.
           MOVE ALL "N" TO WS-REACH-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > 5
                   IF WS-PL-PRED(WS-SUB, WS-PRED-SUB) NOT = 0
                       PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                               UNTIL WS-SCAN-SUB > WS-STEP-COUNT
                           IF WS-PL-STEP(WS-SCAN-SUB) =
                                   WS-PL-PRED(WS-SUB, WS-PRED-SUB)
                               MOVE "Y"
                                   TO WS-REACH(WS-SUB, WS-SCAN-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-MID-SUB FROM 1 BY 1
                   UNTIL WS-MID-SUB > WS-STEP-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-STEP-COUNT
                   IF WS-REACH(WS-SUB, WS-MID-SUB) = "Y"
                       PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                               UNTIL WS-SCAN-SUB > WS-STEP-COUNT
                           IF WS-REACH(WS-MID-SUB, WS-SCAN-SUB) = "Y"
                               MOVE "Y"
                                   TO WS-REACH(WS-SUB, WS-SCAN-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-FILE-CONFLICTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               PERFORM VARYING WS-SCAN-SUB FROM WS-SUB BY 1
                       UNTIL WS-SCAN-SUB > WS-STEP-COUNT
                   IF WS-SCAN-SUB > WS-SUB
                       AND WS-REACH(WS-SUB, WS-SCAN-SUB) NOT = "Y"
                       AND WS-REACH(WS-SCAN-SUB, WS-SUB) NOT = "Y"
                       PERFORM CHECK-PAIR-FILES
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-PAIR-FILES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
               IF WS-PL-FILE-USE(WS-SUB, WS-FILE-SUB) = "U"
                   AND WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                       NOT = SPACES
                   PERFORM VARYING WS-FILE-SUB2 FROM 1 BY 1
                           UNTIL WS-FILE-SUB2 > 8
                       IF WS-PL-FILE-USE(WS-SCAN-SUB, WS-FILE-SUB2)
                               = "U"
                           AND WS-PL-FILE-NAME(WS-SCAN-SUB,
                               WS-FILE-SUB2) =
                               WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                           ADD 1 TO WS-ERRORS
                           MOVE SPACES TO VALIDATION-REPORT-RECORD
                           STRING "PASOS " WS-PL-STEP(WS-SUB) " Y "
                               WS-PL-STEP(WS-SCAN-SUB)
                               " ACTUALIZAN "
                               WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                               " SIN ORDEN DE PRECEDENCIA"
                               DELIMITED BY SIZE
                               INTO VALIDATION-REPORT-RECORD
                           WRITE VALIDATION-REPORT-RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
