           RECORD KEY IS BC-DATE
           FILE STATUS IS WS-CAL-STATUS.

           SELECT JOB-FILES ASSIGN TO "JOBFILES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JF-STEP
           FILE STATUS IS WS-JF-STATUS.

           SELECT JOB-STEP-REGISTRY ASSIGN TO "JOBSTEPREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REG-STATUS.

           SELECT JOB-OVERRIDES ASSIGN TO "JOBOVRD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OV-KEY
           FILE STATUS IS WS-OV-STATUS.

           SELECT JOB-INBOUND ASSIGN TO "JOBINBND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IB-STEP
           FILE STATUS IS WS-IB-STATUS.

           SELECT FEED-ARRIVALS ASSIGN TO "FEEDARRV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FA-KEY
           FILE STATUS IS WS-FA-STATUS.

           SELECT PLAN-REPORT ASSIGN TO "SCHEDRPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           05 BC-TYPE PIC X(01).
               88 BC-HOLIDAY   VALUE "H".
               88 BC-MONTH-END VALUE "E".
           05 BC-FREEZE-ID PIC X(08).
           05 BC-FREEZE-SCOPES.
               10 BC-FREEZE-SCOPE PIC X(10) OCCURS 4 TIMES.

       FD JOB-FILES.
       01 JOB-FILES-RECORD.
           05 JF-STEP PIC 9(03).
           05 JF-FILE-TABLE.
               10 JF-FILE-ENTRY OCCURS 8 TIMES.
                   15 JF-FILE  PIC X(10).
                   15 JF-USAGE PIC X(01).

       FD JOB-STEP-REGISTRY.
       01 JOB-STEP-RECORD.
           05 RS-KEY.
               10 RS-CORRID PIC X(12).
               10 RS-STEP   PIC 9(03).
           05 RS-PROGRAM  PIC X(10).
           05 RS-START-TS PIC X(14).
           05 RS-END-TS   PIC X(14).
           05 RS-STATUS   PIC X(01).
               88 RS-IN-PROGRESS VALUE "P".
           05 RS-RETCODE  PIC 9(02).

       FD JOB-OVERRIDES.
       01 JOB-OVERRIDE-RECORD.
           05 OV-KEY.
               10 OV-DATE PIC X(08).
               10 OV-STEP PIC 9(03).
           05 OV-ACTION     PIC X(01).
               88 OV-HOLD      VALUE "H".
               88 OV-SKIP      VALUE "S".
               88 OV-FORCE     VALUE "F".
           05 OV-REASON     PIC X(60).
           05 OV-SET-BY     PIC X(16).
           05 OV-SET-TS     PIC X(14).
           05 OV-END-BY     PIC X(16).
           05 OV-END-TS     PIC X(14).
           05 OV-END-REASON PIC X(60).

       FD JOB-INBOUND.
       01 JOB-INBOUND-RECORD.
           05 IB-STEP         PIC 9(03).
           05 IB-FEED-DSN     PIC X(10).
           05 IB-MANIFEST-DSN PIC X(10).
           05 IB-PARTNER      PIC X(20).
           05 IB-EXPECTED     PIC 9(04).
           05 IB-CUTOFF       PIC 9(04).
           05 IB-LATE-ACTION  PIC X(01).

       FD FEED-ARRIVALS.
       01 FEED-ARRIVAL-RECORD.
           05 FA-KEY.
               10 FA-DATE PIC X(08).
               10 FA-STEP PIC 9(03).
           05 FA-FEED-DSN     PIC X(10).
           05 FA-PARTNER      PIC X(20).
           05 FA-EXPECTED-TS  PIC X(14).
           05 FA-CUTOFF-TS    PIC X(14).
           05 FA-ARRIVED-TS   PIC X(14).
           05 FA-RESULT       PIC X(01).
           05 FA-MINUTES-LATE PIC 9(05).
           05 FA-TRLV-RESULT  PIC X(01).
           05 FA-CORRID       PIC X(12).

       FD PLAN-REPORT.
       01 PLAN-REPORT-RECORD PIC X(100).
      *           C completo, W completo con avisos, F fallido,
      *           E problema de entorno, S omitido por precedencia,
      *           X omitido por calendario, I inactivo,
      *           K detenido por contencion, O omitido por el
      *           operador, H retenido sin liberar, A omitido
      *           por archivo de entrada no recibido,
      *           espacio = no alcanzado
               10 WS-PL-OVERRIDE PIC X(01).
               10 WS-PL-OV-BY    PIC X(16).
               10 WS-PL-OV-REASON PIC X(60).
               10 WS-PL-IB-FEED     PIC X(10).
               10 WS-PL-IB-MFT      PIC X(10).
               10 WS-PL-IB-PARTNER  PIC X(20).
               10 WS-PL-IB-EXPECTED PIC 9(04).
               10 WS-PL-IB-CUTOFF   PIC 9(04).
               10 WS-PL-IB-LATE     PIC X(01).
               10 WS-PL-IB-RESULT   PIC X(01).
               10 WS-PL-IB-ARRIVED  PIC X(14).
               10 WS-PL-FILE OCCURS 8 TIMES.
                   15 WS-PL-FILE-NAME PIC X(10).
                   15 WS-PL-FILE-USE  PIC X(01).
       01 WS-SUB         PIC 9(03) VALUE 0.
       01 WS-PRED-SUB    PIC 9(02) VALUE 0.
       01 WS-SCAN-SUB    PIC 9(03) VALUE 0.
       01 WS-CAL-OK       PIC X(01) VALUE "Y".
           88 WS-STEP-QUALIFIES VALUE "Y".
       01 WS-SKIPPED-CAL  PIC 9(03) VALUE 0.
       01 WS-JF-STATUS    PIC X(02) VALUE "00".
           88 WS-JF-FOUND    VALUE "00".
           88 WS-JF-NOTFOUND VALUE "23".
       01 WS-REG-STATUS   PIC X(02) VALUE "00".
           88 WS-REG-EOF VALUE "10".
       01 WS-FILE-SUB     PIC 9(02) VALUE 0.
       01 WS-FILE-SUB2    PIC 9(02) VALUE 0.
       01 WS-BUSY-SUB     PIC 9(02) VALUE 0.
       01 WS-BUSY-SINCE   PIC X(14) VALUE SPACES.
       01 WS-BUSY-INT     PIC 9(08) VALUE 0.
       01 WS-BUSY-COUNT   PIC 9(02) VALUE 0.
       01 WS-BUSY-TABLE.
           05 WS-BUSY-ENTRY OCCURS 50 TIMES.
               10 WS-BS-PROGRAM PIC X(10).
               10 WS-BS-CORRID  PIC X(12).
               10 WS-BS-START   PIC X(14).
       01 WS-CONTENDED-SW PIC X(01) VALUE "N".
           88 WS-STEP-CONTENDED VALUE "Y".
       01 WS-CONTENDED    PIC 9(03) VALUE 0.
       01 WS-IS-PRED      PIC X(01) VALUE "N".
       01 WS-CONT-COUNT   PIC 9(02) VALUE 0.
       01 WS-CONT-TABLE.
           05 WS-CONT-LINE PIC X(100) OCCURS 50 TIMES.
       01 WS-CONT-TEXT    PIC X(100) VALUE SPACES.
       01 WS-OV-STATUS    PIC X(02) VALUE "00".
           88 WS-OV-FOUND    VALUE "00".
           88 WS-OV-NOTFOUND VALUE "23".
       01 WS-OVERRIDES    PIC 9(03) VALUE 0.
       01 WS-OP-SKIPPED   PIC 9(03) VALUE 0.
       01 WS-HELD         PIC 9(03) VALUE 0.
      * A held step is looked at again every WS-HOLD-POLL-SEC seconds,
      * for at most WS-HOLD-MAX-POLLS looks (two hours), before the
      * scheduler gives up on it and carries on with the rest.
       01 WS-HOLD-POLL-SEC  PIC 9(04) VALUE 300.
       01 WS-HOLD-MAX-POLLS PIC 9(03) VALUE 24.
       01 WS-HOLD-POLLS     PIC 9(03) VALUE 0.
       01 WS-DELAY-SEC      PIC 9(04) VALUE 0.
       01 WS-COMMAND        PIC X(200) VALUE SPACES.
       01 WS-COMMAND-LEN    PIC S9(10)V9(05) COMP-3 VALUE 0.
       01 WS-OV-TEXT        PIC X(10) VALUE SPACES.
       01 WS-IB-STATUS      PIC X(02) VALUE "00".
           88 WS-IB-FOUND    VALUE "00".
           88 WS-IB-NOTFOUND VALUE "23".
       01 WS-FA-STATUS      PIC X(02) VALUE "00".
       01 WS-INBOUND        PIC 9(03) VALUE 0.
       01 WS-FEED-MISSES    PIC 9(03) VALUE 0.
      * An inbound feed is looked for every WS-ARRIVAL-POLL-SEC
      * seconds until it passes COBOLTRLV or its cutoff goes by.
       01 WS-ARRIVAL-POLL-SEC PIC 9(04) VALUE 300.
       01 WS-ARRIVAL-POLLS  PIC 9(05) VALUE 0.
       01 WS-ARRIVAL        PIC X(01) VALUE SPACE.
           88 WS-FEED-WAITING  VALUE " ".
           88 WS-FEED-ON-TIME  VALUE "Y".
           88 WS-FEED-LATE     VALUE "L".
           88 WS-FEED-MISSED   VALUE "M".
           88 WS-FEED-REJECTED VALUE "R".
       01 WS-TRLV-RESULT    PIC X(01) VALUE SPACE.
           88 WS-TRLV-OK       VALUE "Y".
           88 WS-TRLV-REJECTED VALUES "S", "U".
       01 WS-TRLV-COUNT     PIC 9(07) VALUE 0.
       01 WS-RUN-HHMM       PIC 9(04) VALUE 0.
       01 WS-TIME-IN        PIC 9(04) VALUE 0.
       01 WS-TS-OUT         PIC X(14) VALUE SPACES.
       01 WS-TS-DATE-INT    PIC 9(08) VALUE 0.
       01 WS-EXPECTED-TS    PIC X(14) VALUE SPACES.
       01 WS-CUTOFF-TS      PIC X(14) VALUE SPACES.
       01 WS-NOW-TS         PIC X(14) VALUE SPACES.
       01 WS-ARRIVED-TS     PIC X(14) VALUE SPACES.
       01 WS-MIN-ARRIVED    PIC 9(11) VALUE 0.
       01 WS-MIN-EXPECTED   PIC 9(11) VALUE 0.
       01 WS-MINUTES-LATE   PIC 9(05) VALUE 0.
       01 WS-ALERT-TEXT     PIC X(40) VALUE SPACES.
       01 WS-IB-TEXT        PIC X(24) VALUE SPACES.

      * Nightly driver for JOBPLAN.  Steps run one after another in
      * step order, each only when its predecessors completed and the
      * calendar wants it tonight.  A step that updates a file
      * declared in JOBFILES is held (outcome K) while a step of
      * another run that updates the same file is still in progress
      * in JOBSTEPREG, since the two would otherwise overlap; and
      * where the plan leaves two updaters of a file unordered, the
      * report notes that the later one was run only after the
      * earlier had ended.  Operator overrides in JOBOVRD for today's
      * date apply to this run only: a skipped step is not run, a
      * forced step runs whatever its frequency says, and a held step
      * is waited on until COBOLJPOM releases it.  A step with an
      * inbound feed in JOBINBND is held until the feed is there and
      * passes COBOLTRLV; a feed missing at its cutoff, or refused,
      * is reported to the system operator and the step is skipped
      * or failed as declared.  Each night's arrival is kept in
      * FEEDARRV for the partner-lateness report.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
               DISPLAY "Plan de trabajos vacio"
               STOP RUN
           END-IF.
           PERFORM LOAD-JOB-FILES THRU LOAD-JOB-FILES-EXIT.

           PERFORM LOAD-OVERRIDES THRU LOAD-OVERRIDES-EXIT.
           PERFORM LOAD-INBOUND THRU LOAD-INBOUND-EXIT.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               PERFORM DISPATCH-STEP THRU DISPATCH-STEP-EXIT
           END-PERFORM.

           PERFORM WRITE-PLAN-REPORT.
           DISPLAY "Pasos con avisos: " WS-WARNED.
           DISPLAY "Pasos fallidos: " WS-FAILED.
           DISPLAY "Omitidos por calendario: " WS-SKIPPED-CAL.
           DISPLAY "Detenidos por contencion: " WS-CONTENDED.
           DISPLAY "Alteraciones del operador: " WS-OVERRIDES.
           DISPLAY "Archivos de entrada no recibidos: " WS-FEED-MISSES.

           IF WS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNED > 0 OR WS-CONTENDED > 0
                       OR WS-HELD > 0 OR WS-FEED-MISSES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Overrides are checked in the order skip, calendar (which a
      * force bypasses), predecessors, hold, inbound feed, file
      * contention.
       DISPATCH-STEP.
           IF WS-PL-ACTIVE(WS-SUB) NOT = "Y"
               MOVE "I" TO WS-PL-OUTCOME(WS-SUB)
               GO TO DISPATCH-STEP-EXIT
           END-IF.
           IF WS-PL-OVERRIDE(WS-SUB) = "S"
               MOVE "O" TO WS-PL-OUTCOME(WS-SUB)
               ADD 1 TO WS-OP-SKIPPED
               DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                       " omitido por el operador"
               GO TO DISPATCH-STEP-EXIT
           END-IF.
           IF WS-PL-OVERRIDE(WS-SUB) = "F"
               DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                       " forzado por el operador"
           ELSE
               PERFORM CHECK-CALENDAR
               IF NOT WS-STEP-QUALIFIES
                   MOVE "X" TO WS-PL-OUTCOME(WS-SUB)
                   ADD 1 TO WS-SKIPPED-CAL
                   DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                           " omitido por calendario"
                   GO TO DISPATCH-STEP-EXIT
               END-IF
           END-IF.
           PERFORM CHECK-PREDECESSORS.
           IF NOT WS-PREDS-READY
               MOVE "S" TO WS-PL-OUTCOME(WS-SUB)
               DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                       " omitido por precedencia"
               GO TO DISPATCH-STEP-EXIT
           END-IF.
           IF WS-PL-OVERRIDE(WS-SUB) = "H"
               PERFORM WAIT-FOR-RELEASE
               IF WS-PL-OVERRIDE(WS-SUB) = "H"
                   MOVE "H" TO WS-PL-OUTCOME(WS-SUB)
                   ADD 1 TO WS-HELD
                   DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                           " retenido sin liberar"
                   GO TO DISPATCH-STEP-EXIT
               END-IF
               IF WS-PL-OVERRIDE(WS-SUB) = "S"
                   MOVE "O" TO WS-PL-OUTCOME(WS-SUB)
                   ADD 1 TO WS-OP-SKIPPED
                   GO TO DISPATCH-STEP-EXIT
               END-IF
           END-IF.
           IF WS-PL-IB-FEED(WS-SUB) NOT = SPACES
               PERFORM WAIT-FOR-ARRIVAL THRU WAIT-FOR-ARRIVAL-EXIT
               IF WS-FEED-MISSED OR WS-FEED-REJECTED
                   PERFORM FEED-NOT-READY
                   GO TO DISPATCH-STEP-EXIT
               END-IF
           END-IF.
           PERFORM LOAD-BUSY-STEPS THRU LOAD-BUSY-STEPS-EXIT.
           PERFORM CHECK-CONTENTION.
           IF WS-STEP-CONTENDED
               MOVE "K" TO WS-PL-OUTCOME(WS-SUB)
               ADD 1 TO WS-CONTENDED
               DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                       " detenido por contencion"
               GO TO DISPATCH-STEP-EXIT
           END-IF.
           PERFORM EXECUTE-ONE-STEP.
       DISPATCH-STEP-EXIT.
           EXIT.

      * The business date of an override is the date the run starts.
       LOAD-OVERRIDES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               MOVE SPACE  TO WS-PL-OVERRIDE(WS-SUB)
               MOVE SPACES TO WS-PL-OV-BY(WS-SUB)
               MOVE SPACES TO WS-PL-OV-REASON(WS-SUB)
           END-PERFORM.
           MOVE "00" TO WS-OV-STATUS.
           OPEN INPUT JOB-OVERRIDES.
           IF WS-OV-STATUS NOT = "00"
               GO TO LOAD-OVERRIDES-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               PERFORM READ-STEP-OVERRIDE
               IF WS-PL-OVERRIDE(WS-SUB) NOT = SPACE
                   ADD 1 TO WS-OVERRIDES
               END-IF
           END-PERFORM.
           CLOSE JOB-OVERRIDES.
       LOAD-OVERRIDES-EXIT.
           EXIT.

      * Released and withdrawn overrides leave the step to the plan.
       READ-STEP-OVERRIDE.
           MOVE WS-TODAY TO OV-DATE.
           MOVE WS-PL-STEP(WS-SUB) TO OV-STEP.
           READ JOB-OVERRIDES
               KEY IS OV-KEY
               INVALID KEY SET WS-OV-NOTFOUND TO TRUE
           END-READ.
           IF WS-OV-FOUND
               AND (OV-HOLD OR OV-SKIP OR OV-FORCE)
               MOVE OV-ACTION TO WS-PL-OVERRIDE(WS-SUB)
               MOVE OV-SET-BY TO WS-PL-OV-BY(WS-SUB)
               MOVE OV-REASON TO WS-PL-OV-REASON(WS-SUB)
           ELSE
               IF WS-OV-FOUND
                   MOVE OV-ACTION TO WS-PL-OVERRIDE(WS-SUB)
                   MOVE OV-END-BY TO WS-PL-OV-BY(WS-SUB)
                   MOVE OV-END-REASON TO WS-PL-OV-REASON(WS-SUB)
               ELSE
                   MOVE SPACE TO WS-PL-OVERRIDE(WS-SUB)
               END-IF
           END-IF.
           MOVE "00" TO WS-OV-STATUS.

      * The override is read again after each wait, so a release
      * entered through COBOLJPOM while the run is waiting lets the
      * step go ahead; the operator may also turn the hold into a
      * skip.
       WAIT-FOR-RELEASE.
           DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                   " retenido por el operador, esperando liberacion".
           MOVE 0 TO WS-HOLD-POLLS.
           PERFORM UNTIL WS-PL-OVERRIDE(WS-SUB) NOT = "H"
                   OR WS-HOLD-POLLS >= WS-HOLD-MAX-POLLS
               ADD 1 TO WS-HOLD-POLLS
               MOVE WS-HOLD-POLL-SEC TO WS-DELAY-SEC
               PERFORM WAIT-DELAY
               MOVE "00" TO WS-OV-STATUS
               OPEN INPUT JOB-OVERRIDES
               IF WS-OV-STATUS = "00"
                   PERFORM READ-STEP-OVERRIDE
                   CLOSE JOB-OVERRIDES
               END-IF
           END-PERFORM.
           IF WS-PL-OVERRIDE(WS-SUB) NOT = "H"
               DISPLAY "Paso " WS-PL-STEP(WS-SUB) " liberado"
           END-IF.

       LOAD-INBOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               MOVE SPACES TO WS-PL-IB-FEED(WS-SUB)
               MOVE SPACES TO WS-PL-IB-MFT(WS-SUB)
               MOVE SPACES TO WS-PL-IB-PARTNER(WS-SUB)
               MOVE 0      TO WS-PL-IB-EXPECTED(WS-SUB)
               MOVE 0      TO WS-PL-IB-CUTOFF(WS-SUB)
               MOVE SPACE  TO WS-PL-IB-LATE(WS-SUB)
               MOVE SPACE  TO WS-PL-IB-RESULT(WS-SUB)
               MOVE SPACES TO WS-PL-IB-ARRIVED(WS-SUB)
           END-PERFORM.
           MOVE "00" TO WS-IB-STATUS.
           OPEN INPUT JOB-INBOUND.
           IF WS-IB-STATUS NOT = "00"
               GO TO LOAD-INBOUND-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               MOVE WS-PL-STEP(WS-SUB) TO IB-STEP
               READ JOB-INBOUND
                   KEY IS IB-STEP
                   INVALID KEY SET WS-IB-NOTFOUND TO TRUE
               END-READ
               IF WS-IB-FOUND
                   ADD 1 TO WS-INBOUND
                   MOVE IB-FEED-DSN     TO WS-PL-IB-FEED(WS-SUB)
                   MOVE IB-MANIFEST-DSN TO WS-PL-IB-MFT(WS-SUB)
                   MOVE IB-PARTNER      TO WS-PL-IB-PARTNER(WS-SUB)
                   MOVE IB-EXPECTED     TO WS-PL-IB-EXPECTED(WS-SUB)
                   MOVE IB-CUTOFF       TO WS-PL-IB-CUTOFF(WS-SUB)
                   MOVE IB-LATE-ACTION  TO WS-PL-IB-LATE(WS-SUB)
               END-IF
               MOVE "00" TO WS-IB-STATUS
           END-PERFORM.
           CLOSE JOB-INBOUND.
       LOAD-INBOUND-EXIT.
           EXIT.

      * A feed already verified at the first look counts as on time,
      * since it may have been waiting for the run for hours; only a
      * feed the step had to wait for past its expected time is late.
       WAIT-FOR-ARRIVAL.
           MOVE WS-PL-IB-EXPECTED(WS-SUB) TO WS-TIME-IN.
           PERFORM MAKE-NIGHT-TS.
           MOVE WS-TS-OUT TO WS-EXPECTED-TS.
           MOVE WS-PL-IB-CUTOFF(WS-SUB) TO WS-TIME-IN.
           PERFORM MAKE-NIGHT-TS.
           MOVE WS-TS-OUT TO WS-CUTOFF-TS.
           MOVE SPACE  TO WS-ARRIVAL.
           MOVE SPACES TO WS-ARRIVED-TS.
           MOVE 0 TO WS-ARRIVAL-POLLS.
           MOVE 0 TO WS-MINUTES-LATE.
           PERFORM CHECK-FEED.
           IF WS-FEED-WAITING
               DISPLAY "Paso " WS-PL-STEP(WS-SUB) " esperando "
                       WS-PL-IB-FEED(WS-SUB) " hasta " WS-CUTOFF-TS
           END-IF.
           PERFORM UNTIL NOT WS-FEED-WAITING
               ADD 1 TO WS-ARRIVAL-POLLS
               MOVE WS-ARRIVAL-POLL-SEC TO WS-DELAY-SEC
               PERFORM WAIT-DELAY
               PERFORM CHECK-FEED
           END-PERFORM.
           IF WS-FEED-LATE
               COMPUTE WS-MIN-ARRIVED =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-ARRIVED-TS(1:8))) * 1440
                   + FUNCTION NUMVAL(WS-ARRIVED-TS(9:2)) * 60
                   + FUNCTION NUMVAL(WS-ARRIVED-TS(11:2))
               COMPUTE WS-MIN-EXPECTED =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-EXPECTED-TS(1:8))) * 1440
                   + FUNCTION NUMVAL(WS-EXPECTED-TS(9:2)) * 60
                   + FUNCTION NUMVAL(WS-EXPECTED-TS(11:2))
               COMPUTE WS-MINUTES-LATE =
                   WS-MIN-ARRIVED - WS-MIN-EXPECTED
           END-IF.
           MOVE WS-ARRIVAL    TO WS-PL-IB-RESULT(WS-SUB).
           MOVE WS-ARRIVED-TS TO WS-PL-IB-ARRIVED(WS-SUB).
           PERFORM RECORD-ARRIVAL.
       WAIT-FOR-ARRIVAL-EXIT.
           EXIT.

      * A manifest missing, or a feed that does not yet match it, is
      * taken as a transfer still in progress; a signature refusal
      * will not cure itself and ends the wait at once.
       CHECK-FEED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-NOW-TS.
           CALL "COBOLTRLV" USING WS-PL-IB-FEED(WS-SUB),
               WS-PL-IB-MFT(WS-SUB), WS-TRLV-RESULT, WS-TRLV-COUNT.
           EVALUATE TRUE
               WHEN WS-TRLV-OK
                   MOVE WS-NOW-TS TO WS-ARRIVED-TS
                   IF WS-ARRIVAL-POLLS > 0
                       AND WS-NOW-TS > WS-EXPECTED-TS
                       MOVE "L" TO WS-ARRIVAL
                   ELSE
                       MOVE "Y" TO WS-ARRIVAL
                   END-IF
               WHEN WS-TRLV-REJECTED
                   MOVE "R" TO WS-ARRIVAL
               WHEN WS-NOW-TS NOT < WS-CUTOFF-TS
                   MOVE "M" TO WS-ARRIVAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * HHMM times of the night window: one before noon belongs to
      * the next day when the run itself started after noon.
       MAKE-NIGHT-TS.
           IF WS-RUN-HHMM NOT < 1200 AND WS-TIME-IN < 1200
               COMPUTE WS-TS-DATE-INT = WS-TODAY-INT + 1
           ELSE
               MOVE WS-TODAY-INT TO WS-TS-DATE-INT
           END-IF.
           MOVE SPACES TO WS-TS-OUT.
           STRING FUNCTION DATE-OF-INTEGER(WS-TS-DATE-INT)
                  WS-TIME-IN "00"
               DELIMITED BY SIZE
               INTO WS-TS-OUT.

      * A rerun of the same night replaces that night's entry.
       RECORD-ARRIVAL.
           MOVE "00" TO WS-FA-STATUS.
           OPEN I-O FEED-ARRIVALS.
           IF WS-FA-STATUS = "35"
               OPEN OUTPUT FEED-ARRIVALS
               CLOSE FEED-ARRIVALS
               MOVE "00" TO WS-FA-STATUS
               OPEN I-O FEED-ARRIVALS
           END-IF.
           IF WS-FA-STATUS NOT = "00"
               DISPLAY "No se pudo abrir FEEDARRV: " WS-FA-STATUS
           ELSE
               MOVE WS-TODAY                TO FA-DATE
               MOVE WS-PL-STEP(WS-SUB)      TO FA-STEP
               MOVE WS-PL-IB-FEED(WS-SUB)   TO FA-FEED-DSN
               MOVE WS-PL-IB-PARTNER(WS-SUB) TO FA-PARTNER
               MOVE WS-EXPECTED-TS          TO FA-EXPECTED-TS
               MOVE WS-CUTOFF-TS            TO FA-CUTOFF-TS
               MOVE WS-ARRIVED-TS           TO FA-ARRIVED-TS
               MOVE WS-ARRIVAL              TO FA-RESULT
               MOVE WS-MINUTES-LATE         TO FA-MINUTES-LATE
               MOVE WS-TRLV-RESULT          TO FA-TRLV-RESULT
               MOVE WS-CORRID               TO FA-CORRID
               WRITE FEED-ARRIVAL-RECORD
                   INVALID KEY REWRITE FEED-ARRIVAL-RECORD
               END-WRITE
               CLOSE FEED-ARRIVALS
           END-IF.

      * A refused feed always fails the step.  A failed step is
      * entered in JOBSTEPREG like any other failure, so it can be
      * restarted once the partner delivers.
       FEED-NOT-READY.
           MOVE SPACES TO WS-ALERT-TEXT.
           IF WS-FEED-REJECTED
               STRING "RECHAZADO POR COBOLTRLV " WS-TRLV-RESULT
                   DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
           ELSE
               MOVE "NO RECIBIDO A LA HORA LIMITE" TO WS-ALERT-TEXT
           END-IF.
           PERFORM SEND-OPERATOR-ALERT.
           IF WS-FEED-MISSED AND WS-PL-IB-LATE(WS-SUB) = "S"
               MOVE "A" TO WS-PL-OUTCOME(WS-SUB)
               ADD 1 TO WS-FEED-MISSES
               DISPLAY "Paso " WS-PL-STEP(WS-SUB)
                       " omitido, falta " WS-PL-IB-FEED(WS-SUB)
           ELSE
               IF WS-FEED-MISSED
                   ADD 1 TO WS-FEED-MISSES
               END-IF
               MOVE "F" TO WS-PL-OUTCOME(WS-SUB)
               ADD 1 TO WS-FAILED
               DISPLAY "Paso " WS-PL-STEP(WS-SUB) " fallido, "
                       WS-PL-IB-FEED(WS-SUB) " " WS-ALERT-TEXT
               MOVE WS-PL-PROGRAM(WS-SUB) TO WS-CALL-PROGRAM
               MOVE "S" TO W01-RSTM-FN
               MOVE 0 TO W03-RSTM-RC
               CALL "COBOLRSTM" USING WS-CORRID, WS-PL-STEP(WS-SUB),
                   WS-CALL-PROGRAM, W01-RSTM-FN, W02-RSTM-STATE,
                   W03-RSTM-RC
               MOVE "F" TO W01-RSTM-FN
               MOVE 8 TO W03-RSTM-RC
               CALL "COBOLRSTM" USING WS-CORRID, WS-PL-STEP(WS-SUB),
                   WS-CALL-PROGRAM, W01-RSTM-FN, W02-RSTM-STATE,
                   W03-RSTM-RC
           END-IF.

       SEND-OPERATOR-ALERT.
           MOVE SPACES TO WS-COMMAND.
           STRING "SNDMSG MSG('COBOLSCHED paso " WS-PL-STEP(WS-SUB)
               " " WS-PL-PROGRAM(WS-SUB) " archivo "
               WS-PL-IB-FEED(WS-SUB) " " WS-ALERT-TEXT
               "') TOUSR(*SYSOPR)"
               DELIMITED BY SIZE
               INTO WS-COMMAND.
           MOVE LENGTH OF WS-COMMAND TO WS-COMMAND-LEN.
           CALL "QCMDEXC" USING WS-COMMAND, WS-COMMAND-LEN.

       WAIT-DELAY.
           MOVE SPACES TO WS-COMMAND.
           STRING "DLYJOB DLY(" WS-DELAY-SEC ")"
               DELIMITED BY SIZE
               INTO WS-COMMAND.
           MOVE LENGTH OF WS-COMMAND TO WS-COMMAND-LEN.
           CALL "QCMDEXC" USING WS-COMMAND, WS-COMMAND-LEN.

       LOAD-JOB-PLAN.
           OPEN INPUT JOB-PLAN.
           IF WS-PLAN-STATUS NOT = "00"
       LOAD-JOB-PLAN-EXIT.
           EXIT.

      * A step with no JOBFILES record declares no files and never
      * contends with anything.
       LOAD-JOB-FILES.
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
               GO TO LOAD-JOB-FILES-EXIT
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
       LOAD-JOB-FILES-EXIT.
           EXIT.

      * Steps of other runs still in progress, started within the
      * last day; anything older is a stuck step for the handover,
      * not a live updater.  Read again just before each step is
      * checked, since a step can wait a long time for a release or
      * a feed while other runs start and finish.
       LOAD-BUSY-STEPS.
           MOVE 0 TO WS-BUSY-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-BUSY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) - 1.
           MOVE SPACES TO WS-BUSY-SINCE.
           STRING FUNCTION DATE-OF-INTEGER(WS-BUSY-INT)
                  WS-CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-BUSY-SINCE.
           MOVE "00" TO WS-REG-STATUS.
           OPEN INPUT JOB-STEP-REGISTRY.
           IF WS-REG-STATUS NOT = "00"
               GO TO LOAD-BUSY-STEPS-EXIT
           END-IF.
           READ JOB-STEP-REGISTRY NEXT RECORD
               AT END SET WS-REG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-REG-EOF OR WS-BUSY-COUNT >= 50
               IF RS-IN-PROGRESS
                   AND RS-CORRID NOT = WS-CORRID
                   AND RS-START-TS NOT < WS-BUSY-SINCE
                   ADD 1 TO WS-BUSY-COUNT
                   MOVE RS-PROGRAM  TO WS-BS-PROGRAM(WS-BUSY-COUNT)
                   MOVE RS-CORRID   TO WS-BS-CORRID(WS-BUSY-COUNT)
                   MOVE RS-START-TS TO WS-BS-START(WS-BUSY-COUNT)
               END-IF
               READ JOB-STEP-REGISTRY NEXT RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOB-STEP-REGISTRY.
       LOAD-BUSY-STEPS-EXIT.
           EXIT.

      * For each file the step updates: an in-progress step of
      * another run whose plan entry updates the same file holds
      * this step back; an earlier step of this run that updated it
      * without being a declared predecessor is noted as serialized.
       CHECK-CONTENTION.
           MOVE "N" TO WS-CONTENDED-SW.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
               IF WS-PL-FILE-USE(WS-SUB, WS-FILE-SUB) = "U"
                   AND WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                       NOT = SPACES
                   PERFORM CHECK-FILE-BUSY
                   PERFORM CHECK-FILE-SERIALIZED
               END-IF
           END-PERFORM.

       CHECK-FILE-BUSY.
           PERFORM VARYING WS-BUSY-SUB FROM 1 BY 1
                   UNTIL WS-BUSY-SUB > WS-BUSY-COUNT
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-STEP-COUNT
                   IF WS-PL-PROGRAM(WS-SCAN-SUB) =
                           WS-BS-PROGRAM(WS-BUSY-SUB)
                       PERFORM VARYING WS-FILE-SUB2 FROM 1 BY 1
                               UNTIL WS-FILE-SUB2 > 8
                           IF WS-PL-FILE-USE(WS-SCAN-SUB, WS-FILE-SUB2)
                                   = "U"
                               AND WS-PL-FILE-NAME(WS-SCAN-SUB,
                                   WS-FILE-SUB2) =
                                   WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                               MOVE "Y" TO WS-CONTENDED-SW
                               MOVE SPACES TO WS-CONT-TEXT
                               STRING "PASO " WS-PL-STEP(WS-SUB) " "
                                   WS-PL-PROGRAM(WS-SUB)
                                   " DETENIDO: "
                                   WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                                   " EN USO POR "
                                   WS-BS-PROGRAM(WS-BUSY-SUB)
                                   " CORRIDA " WS-BS-CORRID(WS-BUSY-SUB)
                                   DELIMITED BY SIZE
                                   INTO WS-CONT-TEXT
                               PERFORM ADD-CONTENTION-LINE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-FILE-SERIALIZED.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB >= WS-SUB
               IF WS-PL-OUTCOME(WS-SCAN-SUB) = "C" OR "W" OR "F" OR "E"
                   MOVE "N" TO WS-IS-PRED
                   PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                           UNTIL WS-PRED-SUB > 5
                       IF WS-PL-PRED(WS-SUB, WS-PRED-SUB) =
                               WS-PL-STEP(WS-SCAN-SUB)
                           MOVE "Y" TO WS-IS-PRED
                       END-IF
                   END-PERFORM
                   IF WS-IS-PRED = "N"
                       PERFORM VARYING WS-FILE-SUB2 FROM 1 BY 1
                               UNTIL WS-FILE-SUB2 > 8
                           IF WS-PL-FILE-USE(WS-SCAN-SUB, WS-FILE-SUB2)
                                   = "U"
                               AND WS-PL-FILE-NAME(WS-SCAN-SUB,
                                   WS-FILE-SUB2) =
                                   WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                               MOVE SPACES TO WS-CONT-TEXT
                               STRING "PASO " WS-PL-STEP(WS-SUB) " "
                                   WS-PL-PROGRAM(WS-SUB)
                                   " ESPERO A " WS-PL-STEP(WS-SCAN-SUB)
                                   " " WS-PL-PROGRAM(WS-SCAN-SUB)
                                   " POR "
                                   WS-PL-FILE-NAME(WS-SUB, WS-FILE-SUB)
                                   DELIMITED BY SIZE
                                   INTO WS-CONT-TEXT
                               PERFORM ADD-CONTENTION-LINE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       ADD-CONTENTION-LINE.
           DISPLAY WS-CONT-TEXT.
           IF WS-CONT-COUNT < 50
               ADD 1 TO WS-CONT-COUNT
               MOVE WS-CONT-TEXT TO WS-CONT-LINE(WS-CONT-COUNT)
           END-IF.

      * One plan drives every night: the step's frequency against
      * today's calendar decides whether it belongs in this run.
      * Blank or D runs daily, B skips BUSCAL holidays, W runs on the
       LOAD-CALENDAR-FLAGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-DATE(9:4) TO WS-RUN-HHMM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-TODAY-DOW = FUNCTION MOD(WS-TODAY-INT, 7).
                           WS-PL-PROGRAM(WS-SUB) " INACTIVO"
                           DELIMITED BY SIZE
                           INTO PLAN-REPORT-RECORD
                   WHEN "K"
                       STRING WS-PL-STEP(WS-SUB) " "
                           WS-PL-PROGRAM(WS-SUB)
                           " DETENIDO POR CONTENCION"
                           DELIMITED BY SIZE
                           INTO PLAN-REPORT-RECORD
                   WHEN "O"
                       STRING WS-PL-STEP(WS-SUB) " "
                           WS-PL-PROGRAM(WS-SUB)
                           " OMITIDO POR EL OPERADOR"
                           DELIMITED BY SIZE
                           INTO PLAN-REPORT-RECORD
                   WHEN "H"
                       STRING WS-PL-STEP(WS-SUB) " "
                           WS-PL-PROGRAM(WS-SUB)
                           " RETENIDO SIN LIBERAR"
                           DELIMITED BY SIZE
                           INTO PLAN-REPORT-RECORD
                   WHEN "A"
                       STRING WS-PL-STEP(WS-SUB) " "
                           WS-PL-PROGRAM(WS-SUB)
                           " OMITIDO, ARCHIVO DE ENTRADA NO RECIBIDO"
                           DELIMITED BY SIZE
                           INTO PLAN-REPORT-RECORD
                   WHEN OTHER
                       STRING WS-PL-STEP(WS-SUB) " "
                           WS-PL-PROGRAM(WS-SUB) " NO ALCANZADO"
           MOVE SPACES TO PLAN-REPORT-RECORD.
           STRING "TOTAL CON AVISOS " WS-WARNED
               " FALLIDOS " WS-FAILED
               " DETENIDOS POR CONTENCION " WS-CONTENDED
               DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           IF WS-OVERRIDES > 0
               MOVE SPACES TO PLAN-REPORT-RECORD
               STRING "ALTERACIONES DEL OPERADOR PARA " WS-TODAY ":"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-STEP-COUNT
                   IF WS-PL-OVERRIDE(WS-SUB) NOT = SPACE
                       PERFORM WRITE-OVERRIDE-LINE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-INBOUND > 0
               MOVE "ARCHIVOS DE ENTRADA:" TO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-STEP-COUNT
                   IF WS-PL-IB-FEED(WS-SUB) NOT = SPACES
                       PERFORM WRITE-INBOUND-LINE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CONT-COUNT > 0
               MOVE "CONTENCION DE ARCHIVOS RESUELTA:"
                   TO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CONT-COUNT
                   MOVE WS-CONT-LINE(WS-SUB) TO PLAN-REPORT-RECORD
                   WRITE PLAN-REPORT-RECORD
               END-PERFORM
           END-IF.
           CLOSE PLAN-REPORT.

       WRITE-OVERRIDE-LINE.
           EVALUATE WS-PL-OVERRIDE(WS-SUB)
               WHEN "H"
                   MOVE "RETENIDO" TO WS-OV-TEXT
               WHEN "S"
                   MOVE "OMITIDO" TO WS-OV-TEXT
               WHEN "F"
                   MOVE "FORZADO" TO WS-OV-TEXT
               WHEN "X"
                   MOVE "ANULADO" TO WS-OV-TEXT
               WHEN OTHER
                   MOVE "LIBERADO" TO WS-OV-TEXT
           END-EVALUATE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           STRING "  " WS-PL-STEP(WS-SUB) " " WS-PL-PROGRAM(WS-SUB)
               " " WS-OV-TEXT " " WS-PL-OV-BY(WS-SUB)
               " " WS-PL-OV-REASON(WS-SUB)
               DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.

       WRITE-INBOUND-LINE.
           EVALUATE WS-PL-IB-RESULT(WS-SUB)
               WHEN "Y"
                   MOVE "RECIBIDO A TIEMPO" TO WS-IB-TEXT
               WHEN "L"
                   MOVE "RECIBIDO CON RETRASO" TO WS-IB-TEXT
               WHEN "M"
                   MOVE "NO RECIBIDO" TO WS-IB-TEXT
               WHEN "R"
                   MOVE "RECHAZADO" TO WS-IB-TEXT
               WHEN OTHER
                   MOVE "NO ESPERADO" TO WS-IB-TEXT
           END-EVALUATE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           STRING "  " WS-PL-STEP(WS-SUB) " " WS-PL-IB-FEED(WS-SUB)
               " " WS-PL-IB-PARTNER(WS-SUB)
               " " WS-IB-TEXT " " WS-PL-IB-ARRIVED(WS-SUB)
               DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
