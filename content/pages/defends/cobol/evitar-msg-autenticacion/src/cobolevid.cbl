       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLEVID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVIDENCE-PARAM ASSIGN TO "EVIDPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT EVIDENCE-CONTROLS ASSIGN TO "EVIDCTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT JOB-PLAN ASSIGN TO "JOBPLAN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JP-STEP
           FILE STATUS IS WS-PLAN-STATUS.

           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-DATE
           FILE STATUS IS WS-CAL-STATUS.

           SELECT JOB-STEP-REGISTRY ASSIGN TO "JOBSTEPREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REG-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO DYNAMIC WS-EVID-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EVID-STATUS.

           SELECT OBJECT-ACK ASSIGN TO DYNAMIC WS-EVID-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AK-KEY
           FILE STATUS IS WS-ACK-STATUS.

           SELECT EVIDENCE-WORK ASSIGN TO "EVIDWORK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT EVIDENCE-PACKAGE ASSIGN TO "EVIDPKG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PKG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD EVIDENCE-PARAM.
       01 EVIDENCE-PARAM-RECORD.
           05 EP-FROM-DATE PIC X(08).
           05 EP-TO-DATE   PIC X(08).

       FD EVIDENCE-CONTROLS.
       01 EVIDENCE-CONTROL-RECORD.
           05 EC-CONTROL     PIC X(08).
           05 EC-KIND        PIC X(01).
           05 EC-PROGRAM     PIC X(12).
           05 EC-EVID-DSN    PIC X(10).
           05 EC-DESCRIPTION PIC X(40).

       FD JOB-PLAN.
       01 JOB-PLAN-RECORD.
           05 JP-STEP    PIC 9(03).
           05 JP-PROGRAM PIC X(10).
           05 JP-PRED-TABLE.
               10 JP-PRED PIC 9(03) OCCURS 5 TIMES.
           05 JP-ACTIVE  PIC X(01).
               88 JP-IS-ACTIVE VALUE "Y".
           05 JP-FREQ    PIC X(01).
           05 JP-FREQ-DAY PIC 9(01).
           05 JP-EXP-MINUTES PIC 9(04).

       FD BUSINESS-CALENDAR.
       01 BUSINESS-CALENDAR-RECORD.
           05 BC-DATE PIC X(08).
           05 BC-TYPE PIC X(01).
               88 BC-HOLIDAY   VALUE "H".
               88 BC-MONTH-END VALUE "E".
           05 BC-FREEZE-ID PIC X(08).
           05 BC-FREEZE-SCOPES.
               10 BC-FREEZE-SCOPE PIC X(10) OCCURS 4 TIMES.

       FD JOB-STEP-REGISTRY.
       01 JOB-STEP-RECORD.
           05 RS-KEY.
               10 RS-CORRID PIC X(12).
               10 RS-STEP   PIC 9(03).
           05 RS-PROGRAM  PIC X(10).
           05 RS-START-TS PIC X(14).
           05 RS-END-TS   PIC X(14).
           05 RS-STATUS   PIC X(01).
               88 RS-COMPLETE    VALUE "C".
           05 RS-RETCODE  PIC 9(02).

       FD EVIDENCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 132
           DEPENDING ON WS-RECLEN.
       01 EVIDENCE-RECORD PIC X(132).

       FD OBJECT-ACK.
       01 OBJECT-ACK-RECORD.
           05 AK-KEY.
               10 AK-LIBRARY PIC X(10).
               10 AK-OBJECT  PIC X(10).
           05 AK-TICKET   PIC X(10).
           05 AK-REVIEWER PIC X(16).
           05 AK-EXPIRY   PIC X(08).

       FD EVIDENCE-WORK.
       01 EVIDENCE-WORK-RECORD PIC X(132).

       FD EVIDENCE-PACKAGE.
       01 EVIDENCE-PACKAGE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
       01 WS-CTL-STATUS   PIC X(02) VALUE "00".
           88 WS-CTL-EOF   VALUE "10".
       01 WS-PLAN-STATUS  PIC X(02) VALUE "00".
           88 WS-PLAN-EOF  VALUE "10".
       01 WS-CAL-STATUS   PIC X(02) VALUE "00".
           88 WS-CAL-FOUND VALUE "00".
       01 WS-REG-STATUS   PIC X(02) VALUE "00".
           88 WS-REG-EOF   VALUE "10".
       01 WS-EVID-STATUS  PIC X(02) VALUE "00".
           88 WS-EVID-EOF  VALUE "10".
       01 WS-ACK-STATUS   PIC X(02) VALUE "00".
           88 WS-ACK-EOF   VALUE "10".
       01 WS-WORK-STATUS  PIC X(02) VALUE "00".
           88 WS-WORK-EOF  VALUE "10".
       01 WS-PKG-STATUS   PIC X(02) VALUE "00".
       01 WS-EVID-DSN     PIC X(10) VALUE SPACES.
       01 WS-RECLEN       PIC 9(04) VALUE 0.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLEVID".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).

      * Controls gathered when EVIDCTL is not there: control, kind
      * (R report or certificate copied as written, A acknowledgment
      * file), program that produces it, evidence file, description.
       01 W01-DEFAULT-CONTROLS.
           05 FILLER PIC X(31)
               VALUE "SOD     RCOBOLSODS   SODRPT    ".
           05 FILLER PIC X(40)
               VALUE "Segregacion de funciones".
           05 FILLER PIC X(31)
               VALUE "RECERT  RCOBOLRLRC   RECERTRPT ".
           05 FILLER PIC X(40)
               VALUE "Recertificacion trimestral de roles".
           05 FILLER PIC X(31)
               VALUE "INTCK   RCOBOLINTCK  INTCKRPT  ".
           05 FILLER PIC X(40)
               VALUE "Verificacion cruzada de seguridad".
           05 FILLER PIC X(31)
               VALUE "OFFBD   RCOBOLOFFBD  OFFBDRPT  ".
           05 FILLER PIC X(40)
               VALUE "Barrido de bajas".
           05 FILLER PIC X(31)
               VALUE "UPDST   RCOBOLUPDST  UPDSTCERT ".
           05 FILLER PIC X(40)
               VALUE "Certificado de destruccion USERPWDS".
           05 FILLER PIC X(31)
               VALUE "RTBF    RCOBOLRTBF   RTBFCERT  ".
           05 FILLER PIC X(40)
               VALUE "Certificado de derecho al olvido".
           05 FILLER PIC X(31)
               VALUE "KEYROT  RCOBOLVROT   ROTATERPT ".
           05 FILLER PIC X(40)
               VALUE "Rotacion de llaves".
           05 FILLER PIC X(31)
               VALUE "OBJACK  ACOBOLOBJSWP OBJACKFIL ".
           05 FILLER PIC X(40)
               VALUE "Reconocimientos de objetos sin firma".
       01 W01-DEFAULT-CONTROLS-R REDEFINES W01-DEFAULT-CONTROLS.
           05 W01-DEFAULT-ENTRY PIC X(71) OCCURS 8 TIMES.

       01 W02-FROM-DATE   PIC X(08) VALUE SPACES.
       01 W03-TO-DATE     PIC X(08) VALUE SPACES.
       01 W04-FROM-INT    PIC 9(08) VALUE 0.
       01 W05-TO-INT      PIC 9(08) VALUE 0.
       01 W06-DAY-COUNT   PIC 9(03) VALUE 0.
       01 W07-DATE-NUM    PIC 9(08) VALUE 0.
       01 W08-YEAR        PIC 9(04) VALUE 0.
       01 W09-MONTH       PIC 9(02) VALUE 0.
       01 W10-WORK-INT    PIC 9(08) VALUE 0.

       01 W11-DAYS.
           05 W11-DAY OCCURS 100 TIMES.
               10 W11-DATE     PIC X(08).
               10 W11-DOW      PIC 9(01).
               10 W11-HOLIDAY  PIC X(01).
               10 W11-MONTHEND PIC X(01).
       01 W12-D           PIC 9(03) VALUE 0.

       01 W20-CONTROLS.
           05 W20-CONTROL-COUNT PIC 9(02) VALUE 0.
           05 W20-CONTROL OCCURS 20 TIMES.
               10 W20-CTL-ID      PIC X(08).
               10 W20-KIND        PIC X(01).
                   88 W20-ACK-FILE VALUE "A".
               10 W20-PROGRAM     PIC X(12).
               10 W20-EVID-DSN    PIC X(10).
               10 W20-DESCRIPTION PIC X(40).
               10 W20-SCHEDULED   PIC X(01).
                   88 W20-IN-PLAN VALUE "Y".
               10 W20-FREQ        PIC X(01).
               10 W20-FREQ-DAY    PIC 9(01).
               10 W20-DAY-FLAGS   PIC X(100).
      *           E esperado sin corrida, C corrida completa,
      *           F solo corridas fallidas, espacio no esperado
               10 W20-LAST-RUN    PIC X(14).
               10 W20-RUNS        PIC 9(05).
               10 W20-EXPECTED    PIC 9(03).
               10 W20-MISSING     PIC 9(03).
               10 W20-FAILED      PIC 9(03).
               10 W20-EVID-CORRID PIC X(12).
               10 W20-RUN-CORRID  PIC X(12).
               10 W20-EVID-LINES  PIC 9(05).
               10 W20-EVID-FOUND  PIC X(01).
                   88 W20-HAS-EVIDENCE VALUE "Y".
       01 W21-C           PIC 9(02) VALUE 0.
       01 W22-EXPECTED-SW PIC X(01) VALUE "N".
           88 W22-EXPECTED VALUE "Y".

       01 W30-EXCEPTIONS.
           05 W30-EXCEPTION-COUNT PIC 9(03) VALUE 0.
           05 W30-EXCEPTION PIC X(100) OCCURS 300 TIMES.
       01 W31-E           PIC 9(03) VALUE 0.
       01 W32-EXC-OVERFLOW PIC 9(05) VALUE 0.
       01 W33-EXC-LINE    PIC X(100) VALUE SPACES.

       01 W40-HEAD-BEFORE PIC X(132) VALUE SPACES.
       01 W41-HEAD-AFTER  PIC X(132) VALUE SPACES.
       01 W42-LINE        PIC X(132) VALUE SPACES.
       01 W43-LAST-DSP    PIC X(14) VALUE SPACES.
       01 W44-STATE-DSP   PIC X(12) VALUE SPACES.
       01 W45-EXPECT-DSP  PIC X(09) VALUE SPACES.

       01 W50-PKG-LINES   PIC 9(07) VALUE 0.
       01 W51-CHECKSUM    PIC 9(09) VALUE 0.
       01 W52-KEY-BYTES   PIC X(16) VALUE SPACES.
       01 W53-MFT-DSN     PIC X(10) VALUE "EVIDMAN".
       01 W54-PKG-DSN     PIC X(10) VALUE "EVIDPKG".
       01 W55-TRLM-RESULT PIC X(01) VALUE SPACE.
           88 W55-MFT-SIGNED   VALUE "Y".
           88 W55-MFT-UNSIGNED VALUE "K".
       01 W56-FATAL-SW    PIC X(01) VALUE "N".
           88 W56-FATAL    VALUE "Y".

      * Quarterly audit evidence package.  The period comes from
      * EVIDPARM (from and to dates), or is the last full calendar
      * quarter.  For each control on EVIDCTL the current evidence
      * file is copied into EVIDPKG, and JOBSTEPREG is read to see
      * whether the producing program ran on every day JOBPLAN had
      * it scheduled in the period - the same frequency rules and
      * BUSCAL days COBOLSCHED applies - so a day with no run, or
      * with only failed runs, is an exception.  Controls that are
      * not on the plan (the certificates run on demand) are shown
      * with whatever runs there were and no expected days.  The
      * package opens with the exceptions, then an index with one
      * line per control (last good run, correlation ID found in
      * the evidence heading, expected/run/missing/failed days),
      * then the evidence itself.  EVIDMAN is written through
      * COBOLTRLM with the count, the checksum and the keyed-hash
      * signature of EVIDPKG, so the auditors can check it with
      * COBOLTRLV at any later date.  Ends 04 with exceptions, 08
      * when the package cannot be written or signed.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           PERFORM SET-PERIOD THRU SET-PERIOD-EXIT.
           IF W56-FATAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CONTROLS.
           PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
           PERFORM LOAD-PLAN THRU LOAD-PLAN-EXIT.
           PERFORM VARYING W21-C FROM 1 BY 1
                   UNTIL W21-C > W20-CONTROL-COUNT
               PERFORM MARK-EXPECTED-DAYS
           END-PERFORM.
           PERFORM SCAN-REGISTRY THRU SCAN-REGISTRY-EXIT.

           OPEN OUTPUT EVIDENCE-WORK.
           PERFORM VARYING W21-C FROM 1 BY 1
                   UNTIL W21-C > W20-CONTROL-COUNT
               PERFORM CHECK-RUN-DAYS
               IF W20-ACK-FILE(W21-C)
                   PERFORM GATHER-ACKNOWLEDGMENTS
                       THRU GATHER-ACKNOWLEDGMENTS-EXIT
               ELSE
                   PERFORM GATHER-REPORT THRU GATHER-REPORT-EXIT
               END-IF
           END-PERFORM.
           CLOSE EVIDENCE-WORK.

           PERFORM WRITE-PACKAGE THRU WRITE-PACKAGE-EXIT.
           IF NOT W56-FATAL
               CALL "COBOLTRLM" USING W53-MFT-DSN, W50-PKG-LINES,
                                       W51-CHECKSUM, W55-TRLM-RESULT,
                                       W54-PKG-DSN
               IF NOT W55-MFT-SIGNED
                   DISPLAY "Manifiesto EVIDMAN sin firma o no escrito: "
                       W55-TRLM-RESULT
                   MOVE "Y" TO W56-FATAL-SW
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CONTROLES" TO WS-RSW-CTR-NAME(1).
           MOVE W20-CONTROL-COUNT TO WS-RSW-CTR-VALUE(1).
           MOVE "EXCEPCIONES" TO WS-RSW-CTR-NAME(2).
           COMPUTE WS-RSW-CTR-VALUE(2) =
               W30-EXCEPTION-COUNT + W32-EXC-OVERFLOW.
           MOVE "LINEAS" TO WS-RSW-CTR-NAME(3).
           MOVE W50-PKG-LINES TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Periodo: " W02-FROM-DATE " a " W03-TO-DATE.
           DISPLAY "Controles: " W20-CONTROL-COUNT.
           DISPLAY "Excepciones: " WS-RSW-CTR-VALUE(2).
           EVALUATE TRUE
               WHEN W56-FATAL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RSW-CTR-VALUE(2) > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * Without EVIDPARM the period is the calendar quarter before
      * the one we are in.
       SET-PERIOD.
           MOVE "00" TO WS-PARAM-STATUS.
           OPEN INPUT EVIDENCE-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ EVIDENCE-PARAM
                   AT END MOVE SPACES TO EVIDENCE-PARAM-RECORD
               END-READ
               CLOSE EVIDENCE-PARAM
               MOVE EP-FROM-DATE TO W02-FROM-DATE
               MOVE EP-TO-DATE TO W03-TO-DATE
           END-IF.
           IF W02-FROM-DATE = SPACES OR W03-TO-DATE = SPACES
               MOVE WS-CURRENT-DATE(1:4) TO W08-YEAR
               MOVE WS-CURRENT-DATE(5:2) TO W09-MONTH
               SUBTRACT 1 FROM W09-MONTH
               DIVIDE W09-MONTH BY 3 GIVING W09-MONTH
               COMPUTE W09-MONTH = W09-MONTH * 3 + 1
               COMPUTE W07-DATE-NUM =
                   W08-YEAR * 10000 + W09-MONTH * 100 + 1
               COMPUTE W10-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(W07-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(W10-WORK-INT)
                   TO W03-TO-DATE
               IF W09-MONTH = 1
                   SUBTRACT 1 FROM W08-YEAR
                   MOVE 10 TO W09-MONTH
               ELSE
                   SUBTRACT 3 FROM W09-MONTH
               END-IF
               COMPUTE W07-DATE-NUM =
                   W08-YEAR * 10000 + W09-MONTH * 100 + 1
               MOVE W07-DATE-NUM TO W02-FROM-DATE
           END-IF.
           IF W02-FROM-DATE IS NOT NUMERIC
               OR W03-TO-DATE IS NOT NUMERIC
               OR W02-FROM-DATE > W03-TO-DATE
               DISPLAY "Periodo no valido en EVIDPARM: "
                   W02-FROM-DATE " " W03-TO-DATE
               MOVE "Y" TO W56-FATAL-SW
               GO TO SET-PERIOD-EXIT
           END-IF.
           MOVE W02-FROM-DATE TO W07-DATE-NUM.
           COMPUTE W04-FROM-INT =
               FUNCTION INTEGER-OF-DATE(W07-DATE-NUM).
           MOVE W03-TO-DATE TO W07-DATE-NUM.
           COMPUTE W05-TO-INT =
               FUNCTION INTEGER-OF-DATE(W07-DATE-NUM).
           COMPUTE W06-DAY-COUNT = W05-TO-INT - W04-FROM-INT + 1.
           IF W05-TO-INT - W04-FROM-INT >= 100
               DISPLAY "Periodo mayor de 100 dias: "
                   W02-FROM-DATE " " W03-TO-DATE
               MOVE "Y" TO W56-FATAL-SW
           END-IF.
       SET-PERIOD-EXIT.
           EXIT.

       LOAD-CONTROLS.
           MOVE 0 TO W20-CONTROL-COUNT.
           OPEN INPUT EVIDENCE-CONTROLS.
           IF WS-CTL-STATUS = "00"
               READ EVIDENCE-CONTROLS
                   AT END SET WS-CTL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CTL-EOF
                   IF W20-CONTROL-COUNT < 20
                       PERFORM STORE-CONTROL
                   ELSE
                       DISPLAY "Mas de 20 controles, ignorado: "
                           EC-CONTROL
                   END-IF
                   READ EVIDENCE-CONTROLS
                       AT END SET WS-CTL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-CONTROLS
           ELSE
               PERFORM VARYING W21-C FROM 1 BY 1 UNTIL W21-C > 8
                   MOVE W01-DEFAULT-ENTRY(W21-C)
                       TO EVIDENCE-CONTROL-RECORD
                   PERFORM STORE-CONTROL
               END-PERFORM
           END-IF.

       STORE-CONTROL.
           ADD 1 TO W20-CONTROL-COUNT.
           MOVE W20-CONTROL-COUNT TO W21-C.
           MOVE EC-CONTROL     TO W20-CTL-ID(W21-C).
           MOVE EC-KIND        TO W20-KIND(W21-C).
           MOVE EC-PROGRAM     TO W20-PROGRAM(W21-C).
           MOVE EC-EVID-DSN    TO W20-EVID-DSN(W21-C).
           MOVE EC-DESCRIPTION TO W20-DESCRIPTION(W21-C).
           MOVE "N" TO W20-SCHEDULED(W21-C).
           MOVE SPACE TO W20-FREQ(W21-C).
           MOVE 0 TO W20-FREQ-DAY(W21-C).
           MOVE SPACES TO W20-DAY-FLAGS(W21-C).
           MOVE SPACES TO W20-LAST-RUN(W21-C).
           MOVE 0 TO W20-RUNS(W21-C).
           MOVE 0 TO W20-EXPECTED(W21-C).
           MOVE 0 TO W20-MISSING(W21-C).
           MOVE 0 TO W20-FAILED(W21-C).
           MOVE SPACES TO W20-EVID-CORRID(W21-C).
           MOVE SPACES TO W20-RUN-CORRID(W21-C).
           MOVE 0 TO W20-EVID-LINES(W21-C).
           MOVE "N" TO W20-EVID-FOUND(W21-C).

      * Weekday and BUSCAL flags for every day of the period, worked
      * out the way COBOLSCHED does for the night it runs.
       LOAD-CALENDAR.
           PERFORM VARYING W12-D FROM 1 BY 1 UNTIL W12-D > W06-DAY-COUNT
               COMPUTE W10-WORK-INT = W04-FROM-INT + W12-D - 1
               MOVE FUNCTION DATE-OF-INTEGER(W10-WORK-INT)
                   TO W11-DATE(W12-D)
               COMPUTE W11-DOW(W12-D) = FUNCTION MOD(W10-WORK-INT, 7)
               MOVE "N" TO W11-HOLIDAY(W12-D)
               MOVE "N" TO W11-MONTHEND(W12-D)
           END-PERFORM.
           MOVE "00" TO WS-CAL-STATUS.
           OPEN INPUT BUSINESS-CALENDAR.
           IF WS-CAL-STATUS NOT = "00"
               GO TO LOAD-CALENDAR-EXIT
           END-IF.
           PERFORM VARYING W12-D FROM 1 BY 1 UNTIL W12-D > W06-DAY-COUNT
               MOVE W11-DATE(W12-D) TO BC-DATE
               READ BUSINESS-CALENDAR
                   KEY IS BC-DATE
                   INVALID KEY MOVE "23" TO WS-CAL-STATUS
               END-READ
               IF WS-CAL-FOUND
                   IF BC-HOLIDAY
                       MOVE "Y" TO W11-HOLIDAY(W12-D)
                   END-IF
                   IF BC-MONTH-END
                       MOVE "Y" TO W11-MONTHEND(W12-D)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE BUSINESS-CALENDAR.
       LOAD-CALENDAR-EXIT.
           EXIT.

      * The first active plan step that runs the control's program
      * gives its frequency.
       LOAD-PLAN.
           OPEN INPUT JOB-PLAN.
           IF WS-PLAN-STATUS NOT = "00"
               GO TO LOAD-PLAN-EXIT
           END-IF.
           READ JOB-PLAN NEXT RECORD
               AT END SET WS-PLAN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-PLAN-EOF
               IF JP-IS-ACTIVE
                   PERFORM VARYING W21-C FROM 1 BY 1
                           UNTIL W21-C > W20-CONTROL-COUNT
                       IF W20-PROGRAM(W21-C)(1:10) = JP-PROGRAM
                           AND NOT W20-IN-PLAN(W21-C)
                           MOVE "Y" TO W20-SCHEDULED(W21-C)
                           MOVE JP-FREQ TO W20-FREQ(W21-C)
                           MOVE JP-FREQ-DAY TO W20-FREQ-DAY(W21-C)
                       END-IF
                   END-PERFORM
               END-IF
               READ JOB-PLAN NEXT RECORD
                   AT END SET WS-PLAN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOB-PLAN.
       LOAD-PLAN-EXIT.
           EXIT.

       MARK-EXPECTED-DAYS.
           IF W20-IN-PLAN(W21-C)
               PERFORM VARYING W12-D FROM 1 BY 1
                       UNTIL W12-D > W06-DAY-COUNT
                   MOVE "Y" TO W22-EXPECTED-SW
                   EVALUATE W20-FREQ(W21-C)
                       WHEN "B"
                           IF W11-HOLIDAY(W12-D) = "Y"
                               MOVE "N" TO W22-EXPECTED-SW
                           END-IF
                       WHEN "W"
                           IF W11-DOW(W12-D) NOT =
                               FUNCTION MOD(W20-FREQ-DAY(W21-C), 7)
                               MOVE "N" TO W22-EXPECTED-SW
                           END-IF
                       WHEN "M"
                           IF W11-MONTHEND(W12-D) NOT = "Y"
                               MOVE "N" TO W22-EXPECTED-SW
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF W22-EXPECTED
                       MOVE "E" TO W20-DAY-FLAGS(W21-C)(W12-D:1)
                       ADD 1 TO W20-EXPECTED(W21-C)
                   END-IF
               END-PERFORM
           END-IF.

      * A day counts as run once any run of the program on that date
      * completed with 00 or 04; failed runs only mark the day when
      * nothing better is there.
       SCAN-REGISTRY.
           OPEN INPUT JOB-STEP-REGISTRY.
           IF WS-REG-STATUS NOT = "00"
               MOVE SPACES TO W33-EXC-LINE
               STRING "JOBSTEPREG NO DISPONIBLE, ESTADO " WS-REG-STATUS
                   ": NO SE PUEDEN COMPROBAR LAS CORRIDAS"
                   DELIMITED BY SIZE
                   INTO W33-EXC-LINE
               PERFORM ADD-EXCEPTION
               GO TO SCAN-REGISTRY-EXIT
           END-IF.
           READ JOB-STEP-REGISTRY NEXT RECORD
               AT END SET WS-REG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-REG-EOF
               IF RS-START-TS(1:8) >= W02-FROM-DATE
                   AND RS-START-TS(1:8) <= W03-TO-DATE
                   PERFORM VARYING W21-C FROM 1 BY 1
                           UNTIL W21-C > W20-CONTROL-COUNT
                       IF W20-PROGRAM(W21-C)(1:10) = RS-PROGRAM
                           PERFORM RECORD-RUN
                       END-IF
                   END-PERFORM
               END-IF
               READ JOB-STEP-REGISTRY NEXT RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOB-STEP-REGISTRY.
       SCAN-REGISTRY-EXIT.
           EXIT.

       RECORD-RUN.
           MOVE RS-START-TS(1:8) TO W07-DATE-NUM.
           COMPUTE W12-D =
               FUNCTION INTEGER-OF-DATE(W07-DATE-NUM)
               - W04-FROM-INT + 1.
           ADD 1 TO W20-RUNS(W21-C).
           IF RS-COMPLETE AND RS-RETCODE <= 4
               MOVE "C" TO W20-DAY-FLAGS(W21-C)(W12-D:1)
               IF RS-START-TS > W20-LAST-RUN(W21-C)
                   MOVE RS-START-TS TO W20-LAST-RUN(W21-C)
                   MOVE RS-CORRID TO W20-RUN-CORRID(W21-C)
               END-IF
           ELSE
               IF W20-DAY-FLAGS(W21-C)(W12-D:1) NOT = "C"
                   MOVE "F" TO W20-DAY-FLAGS(W21-C)(W12-D:1)
               END-IF
           END-IF.

      * Expected days still open are missing; any day left with only
      * failed runs is listed whether it was expected or not.
       CHECK-RUN-DAYS.
           PERFORM VARYING W12-D FROM 1 BY 1 UNTIL W12-D > W06-DAY-COUNT
               EVALUATE W20-DAY-FLAGS(W21-C)(W12-D:1)
                   WHEN "E"
                       ADD 1 TO W20-MISSING(W21-C)
                       MOVE SPACES TO W33-EXC-LINE
                       STRING W20-CTL-ID(W21-C) " "
                           W20-PROGRAM(W21-C) " SIN CORRIDA EL "
                           W11-DATE(W12-D)
                           DELIMITED BY SIZE
                           INTO W33-EXC-LINE
                       PERFORM ADD-EXCEPTION
                   WHEN "F"
                       ADD 1 TO W20-FAILED(W21-C)
                       MOVE SPACES TO W33-EXC-LINE
                       STRING W20-CTL-ID(W21-C) " "
                           W20-PROGRAM(W21-C) " CORRIDA FALLIDA EL "
                           W11-DATE(W12-D)
                           DELIMITED BY SIZE
                           INTO W33-EXC-LINE
                       PERFORM ADD-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       ADD-EXCEPTION.
           IF W30-EXCEPTION-COUNT < 300
               ADD 1 TO W30-EXCEPTION-COUNT
               MOVE W33-EXC-LINE TO W30-EXCEPTION(W30-EXCEPTION-COUNT)
           ELSE
               ADD 1 TO W32-EXC-OVERFLOW
           END-IF.

      * The report goes into the package as written; its heading
      * names the run that produced it after "CORRIDA".  Evidence
      * without such a heading (COBOLVROT's report, acknowledgment
      * files) is indexed under the last good run on JOBSTEPREG.
       GATHER-REPORT.
           PERFORM WRITE-SECTION-HEADING.
           MOVE W20-EVID-DSN(W21-C) TO WS-EVID-DSN.
           MOVE "00" TO WS-EVID-STATUS.
           OPEN INPUT EVIDENCE-FILE.
           IF WS-EVID-STATUS NOT = "00"
               PERFORM NO-EVIDENCE
               GO TO GATHER-REPORT-EXIT
           END-IF.
           MOVE "Y" TO W20-EVID-FOUND(W21-C).
           MOVE SPACES TO EVIDENCE-RECORD.
           READ EVIDENCE-FILE
               AT END SET WS-EVID-EOF TO TRUE
           END-READ.
           IF NOT WS-EVID-EOF
               MOVE SPACES TO W40-HEAD-BEFORE, W41-HEAD-AFTER
               UNSTRING EVIDENCE-RECORD DELIMITED BY "CORRIDA "
                   INTO W40-HEAD-BEFORE, W41-HEAD-AFTER
               END-UNSTRING
               MOVE W41-HEAD-AFTER(1:12) TO W20-EVID-CORRID(W21-C)
           END-IF.
           PERFORM UNTIL WS-EVID-EOF
               MOVE SPACES TO EVIDENCE-WORK-RECORD
               IF WS-RECLEN > 0
                   MOVE EVIDENCE-RECORD(1:WS-RECLEN)
                       TO EVIDENCE-WORK-RECORD
               END-IF
               WRITE EVIDENCE-WORK-RECORD
               ADD 1 TO W20-EVID-LINES(W21-C)
               MOVE SPACES TO EVIDENCE-RECORD
               READ EVIDENCE-FILE
                   AT END SET WS-EVID-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EVIDENCE-FILE.
           IF W20-EVID-LINES(W21-C) = 0
               MOVE SPACES TO W33-EXC-LINE
               STRING W20-CTL-ID(W21-C) " EVIDENCIA "
                   W20-EVID-DSN(W21-C) " VACIA"
                   DELIMITED BY SIZE
                   INTO W33-EXC-LINE
               PERFORM ADD-EXCEPTION
           END-IF.
       GATHER-REPORT-EXIT.
           EXIT.

      * Acknowledgments in force at any time during the period.
       GATHER-ACKNOWLEDGMENTS.
           PERFORM WRITE-SECTION-HEADING.
           MOVE W20-EVID-DSN(W21-C) TO WS-EVID-DSN.
           MOVE "00" TO WS-ACK-STATUS.
           OPEN INPUT OBJECT-ACK.
           IF WS-ACK-STATUS NOT = "00"
               PERFORM NO-EVIDENCE
               GO TO GATHER-ACKNOWLEDGMENTS-EXIT
           END-IF.
           MOVE "Y" TO W20-EVID-FOUND(W21-C).
           READ OBJECT-ACK NEXT RECORD
               AT END SET WS-ACK-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-ACK-EOF
               IF AK-EXPIRY >= W02-FROM-DATE
                   MOVE SPACES TO EVIDENCE-WORK-RECORD
                   STRING "RECONOCIDO " AK-LIBRARY "/" AK-OBJECT
                       " TICKET " AK-TICKET
                       " REVISOR " AK-REVIEWER
                       " VENCE " AK-EXPIRY
                       DELIMITED BY SIZE
                       INTO EVIDENCE-WORK-RECORD
                   WRITE EVIDENCE-WORK-RECORD
                   ADD 1 TO W20-EVID-LINES(W21-C)
               END-IF
               READ OBJECT-ACK NEXT RECORD
                   AT END SET WS-ACK-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OBJECT-ACK.
       GATHER-ACKNOWLEDGMENTS-EXIT.
           EXIT.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO EVIDENCE-WORK-RECORD.
           WRITE EVIDENCE-WORK-RECORD.
           MOVE SPACES TO EVIDENCE-WORK-RECORD.
           STRING "=== CONTROL " W20-CTL-ID(W21-C) " "
               W20-DESCRIPTION(W21-C) " PROGRAMA "
               W20-PROGRAM(W21-C) " EVIDENCIA "
               W20-EVID-DSN(W21-C)
               DELIMITED BY SIZE
               INTO EVIDENCE-WORK-RECORD.
           WRITE EVIDENCE-WORK-RECORD.

       NO-EVIDENCE.
           MOVE SPACES TO EVIDENCE-WORK-RECORD.
           STRING "*** EVIDENCIA NO DISPONIBLE, ESTADO "
               WS-EVID-STATUS WS-ACK-STATUS
               DELIMITED BY SIZE
               INTO EVIDENCE-WORK-RECORD.
           WRITE EVIDENCE-WORK-RECORD.
           MOVE SPACES TO W33-EXC-LINE.
           STRING W20-CTL-ID(W21-C) " EVIDENCIA "
               W20-EVID-DSN(W21-C) " NO DISPONIBLE"
               DELIMITED BY SIZE
               INTO W33-EXC-LINE.
           PERFORM ADD-EXCEPTION.

      * Exceptions first, then the index, then the evidence; every
      * line is counted and checksummed for the manifest as it goes.
       WRITE-PACKAGE.
           OPEN OUTPUT EVIDENCE-PACKAGE.
           IF WS-PKG-STATUS NOT = "00"
               DISPLAY "EVIDPKG no se puede escribir: " WS-PKG-STATUS
               MOVE "Y" TO W56-FATAL-SW
               GO TO WRITE-PACKAGE-EXIT
           END-IF.
           MOVE SPACES TO W42-LINE.
           STRING "PAQUETE DE EVIDENCIA DE AUDITORIA  PERIODO "
               W02-FROM-DATE " A " W03-TO-DATE
               "  GENERADO " WS-CURRENT-DATE(1:14)
               "  CORRIDA " WS-CORRID
               DELIMITED BY SIZE
               INTO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.

           MOVE SPACES TO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE SPACES TO W42-LINE.
           STRING "EXCEPCIONES: " W30-EXCEPTION-COUNT
               DELIMITED BY SIZE
               INTO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           PERFORM VARYING W31-E FROM 1 BY 1
                   UNTIL W31-E > W30-EXCEPTION-COUNT
               MOVE SPACES TO W42-LINE
               STRING "  " W30-EXCEPTION(W31-E)
                   DELIMITED BY SIZE
                   INTO W42-LINE
               PERFORM WRITE-PACKAGE-LINE
           END-PERFORM.
           IF W32-EXC-OVERFLOW > 0
               MOVE SPACES TO W42-LINE
               STRING "  ... Y " W32-EXC-OVERFLOW
                   " EXCEPCIONES MAS NO DETALLADAS"
                   DELIMITED BY SIZE
                   INTO W42-LINE
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

           MOVE SPACES TO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE "INDICE" TO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE SPACES TO W42-LINE.
           STRING "CONTROL  PROGRAMA     EVIDENCIA  ULTIMA CORRIDA "
               "OK  CORRIDA ID   ESPERADAS CORRIDAS FALTAN FALLIDAS"
               " ESTADO"
               DELIMITED BY SIZE
               INTO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           PERFORM VARYING W21-C FROM 1 BY 1
                   UNTIL W21-C > W20-CONTROL-COUNT
               PERFORM WRITE-INDEX-LINE
           END-PERFORM.

           OPEN INPUT EVIDENCE-WORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "EVIDWORK no disponible: " WS-WORK-STATUS
               MOVE "Y" TO W56-FATAL-SW
               CLOSE EVIDENCE-PACKAGE
               GO TO WRITE-PACKAGE-EXIT
           END-IF.
           READ EVIDENCE-WORK
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-WORK-EOF
               MOVE EVIDENCE-WORK-RECORD TO W42-LINE
               PERFORM WRITE-PACKAGE-LINE
               READ EVIDENCE-WORK
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EVIDENCE-WORK.

           MOVE SPACES TO W42-LINE.
           STRING "FIN DEL PAQUETE  LINEAS " W50-PKG-LINES
               DELIMITED BY SIZE
               INTO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           CLOSE EVIDENCE-PACKAGE.
       WRITE-PACKAGE-EXIT.
           EXIT.

       WRITE-INDEX-LINE.
           IF W20-EVID-CORRID(W21-C) = SPACES
               MOVE W20-RUN-CORRID(W21-C) TO W20-EVID-CORRID(W21-C)
           END-IF.
           MOVE SPACES TO W43-LAST-DSP.
           IF W20-LAST-RUN(W21-C) NOT = SPACES
               MOVE W20-LAST-RUN(W21-C) TO W43-LAST-DSP
           ELSE
               MOVE "SIN CORRIDA OK" TO W43-LAST-DSP
           END-IF.
           IF W20-IN-PLAN(W21-C)
               MOVE SPACES TO W45-EXPECT-DSP
               MOVE W20-EXPECTED(W21-C) TO W45-EXPECT-DSP(7:3)
           ELSE
               MOVE "A DEMANDA" TO W45-EXPECT-DSP
           END-IF.
           EVALUATE TRUE
               WHEN NOT W20-HAS-EVIDENCE(W21-C)
                   MOVE "SIN EVIDENCIA" TO W44-STATE-DSP
               WHEN W20-MISSING(W21-C) > 0
                   OR W20-FAILED(W21-C) > 0
                   MOVE "INCOMPLETO" TO W44-STATE-DSP
               WHEN OTHER
                   MOVE "COMPLETO" TO W44-STATE-DSP
           END-EVALUATE.
           MOVE SPACES TO W42-LINE.
           STRING W20-CTL-ID(W21-C) " "
               W20-PROGRAM(W21-C) " "
               W20-EVID-DSN(W21-C) " "
               W43-LAST-DSP "   "
               W20-EVID-CORRID(W21-C) " "
               W45-EXPECT-DSP "    "
               W20-RUNS(W21-C) "    "
               W20-MISSING(W21-C) "      "
               W20-FAILED(W21-C) "  "
               W44-STATE-DSP
               DELIMITED BY SIZE
               INTO W42-LINE.
           PERFORM WRITE-PACKAGE-LINE.

       WRITE-PACKAGE-LINE.
           MOVE W42-LINE TO EVIDENCE-PACKAGE-RECORD.
           WRITE EVIDENCE-PACKAGE-RECORD.
           ADD 1 TO W50-PKG-LINES.
           MOVE W42-LINE(1:16) TO W52-KEY-BYTES.
           CALL "COBOLTRLC" USING W52-KEY-BYTES, W51-CHECKSUM.
