       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLLHIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD ASSIGN TO "LEGALHOLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HL-KEY
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-NUMBER
           ALTERNATE RECORD KEY IS CUST-CANONICAL-EMAIL
           FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT GATE-AUDIT ASSIGN TO "GATEAUDIT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GA-KEY
           FILE STATUS IS WS-GA-STATUS.

           SELECT LOGIN-HISTORY ASSIGN TO "LOGINHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LH-KEY
           FILE STATUS IS WS-LH-STATUS.

           SELECT EMAIL-HISTORY ASSIGN TO "EMHISTORY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EH-KEY
           FILE STATUS IS WS-EH-STATUS.

           SELECT JOB-STEP-REGISTRY ASSIGN TO "JOBSTEPREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-RS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RN-KEY
           FILE STATUS IS WS-RN-STATUS.

           SELECT KEY-ACCESS-AUDIT ASSIGN TO "KEYACCAUD"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-KA-STATUS.

           SELECT CRED-AUDIT ASSIGN TO "CREDAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CA-STATUS.

           SELECT SANITIZE-AUDIT ASSIGN TO "SHEAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SA-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD LEGAL-HOLD.
       01 LEGAL-HOLD-RECORD.
           05 HL-KEY.
               10 HL-CASE-REF  PIC X(12).
               10 HL-SEQ       PIC 9(03).
           05 HL-TYPE          PIC X(01).
               88 HL-ON-CUSTOMER VALUE "C".
               88 HL-ON-USER     VALUE "U".
               88 HL-ON-FILE     VALUE "F".
           05 HL-SUBJECT       PIC X(16).
           05 HL-FILE          PIC X(10).
           05 HL-FROM-DATE     PIC X(08).
           05 HL-TO-DATE       PIC X(08).
           05 HL-REASON        PIC X(40).
           05 HL-STATUS        PIC X(01).
               88 HL-IS-ACTIVE       VALUE "A".
               88 HL-RELEASE-PENDING VALUE "P".
               88 HL-IS-RELEASED     VALUE "R".
           05 HL-PLACED-TS     PIC X(14).
           05 HL-PLACED-BY     PIC X(16).
           05 HL-REL-REQ-TS    PIC X(14).
           05 HL-REL-REQ-BY    PIC X(16).
           05 HL-RELEASED-TS   PIC X(14).
           05 HL-RELEASED-BY   PIC X(16).

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CUST-NUMBER          PIC 9(10).
           05 CUST-CANONICAL-EMAIL PIC X(256).
           05 CUST-EMAIL           PIC X(256).
           05 CUST-VERIFIED        PIC X(01).
           05 CUST-VERIF-DATE      PIC X(08).
           05 CUST-UNDELIVERABLE   PIC X(01).
           05 CUST-BOUNCE-COUNT    PIC 9(03).
           05 CUST-LAST-BOUNCE     PIC X(08).

       FD GATE-AUDIT.
       01 GATE-AUDIT-RECORD.
           05 GA-KEY.
               10 GA-TIMESTAMP PIC X(21).
               10 GA-USERID    PIC X(10).
               10 GA-SEQ       PIC 9(02).
           05 GA-CORRID     PIC X(12).
           05 GA-SCORE      PIC 9(03).
           05 GA-CP-VERDICT PIC X(01).
           05 GA-PR-VERDICT PIC X(01).
           05 GA-P2-VERDICT PIC X(01).
           05 GA-PH-VERDICT PIC X(01).
           05 GA-PU-VERDICT PIC X(01).
           05 GA-DECISION   PIC X(01).
           05 GA-P2-DICT    PIC X(04).
           05 GA-BH-VERDICT PIC X(01).

       FD LOGIN-HISTORY.
       01 LOGIN-HISTORY-RECORD.
           05 LH-KEY.
               10 LH-USERNAME  PIC X(16).
               10 LH-TIMESTAMP PIC X(14).
           05 LH-ORIGIN PIC X(10).

       FD EMAIL-HISTORY.
       01 EMAIL-HISTORY-RECORD.
           05 EH-KEY.
               10 EH-CANONICAL PIC X(256).
               10 EH-TIMESTAMP PIC X(14).
               10 EH-SEQ       PIC 9(02).
           05 EH-OLD-EMAIL PIC X(256).
           05 EH-NEW-EMAIL PIC X(256).
           05 EH-CORRID    PIC X(12).

       FD JOB-STEP-REGISTRY.
       01 JOB-STEP-RECORD.
           05 RS-KEY.
               10 RS-CORRID PIC X(12).
               10 RS-STEP   PIC 9(03).
           05 RS-PROGRAM  PIC X(10).
           05 RS-START-TS PIC X(14).
           05 RS-END-TS   PIC X(14).
           05 RS-STATUS   PIC X(01).
           05 RS-RETCODE  PIC 9(02).

       FD RUN-STATS.
       01 RUN-STATS-RECORD.
           05 RN-KEY.
               10 RN-JOBNAME  PIC X(10).
               10 RN-START-TS PIC X(14).
           05 RN-CORRID  PIC X(12).
           05 RN-END-TS  PIC X(14).
           05 RN-COUNTER-TABLE.
               10 RN-COUNTER OCCURS 3 TIMES.
                   15 RN-CTR-NAME  PIC X(12).
                   15 RN-CTR-VALUE PIC 9(07).

       FD KEY-ACCESS-AUDIT.
       01 KEY-ACCESS-AUDIT-RECORD.
           05 KA-TIMESTAMP PIC X(21).
           05 KA-CALLER    PIC X(10).
           05 KA-PURPOSE   PIC X(20).
           05 KA-CORRID    PIC X(12).
           05 KA-OUTCOME   PIC X(01).

       FD CRED-AUDIT.
       01 CRED-AUDIT-RECORD.
           05 CA-TIMESTAMP     PIC X(21).
           05 CA-CALLING-PGM   PIC X(10).
           05 CA-USERNAME      PIC X(64).

       FD SANITIZE-AUDIT.
       01 SANITIZE-AUDIT-RECORD.
           02 AUD-ORIGINAL  PIC X(384).
           02 AUD-SANITIZED PIC X(384).
           02 AUD-TRUNCATED PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS     PIC X(02) VALUE "00".
           88 WS-HOLD-EOF VALUE "10".
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
           88 WS-CUSTMAST-FOUND VALUE "00".
       01 WS-GA-STATUS       PIC X(02) VALUE "00".
           88 WS-GA-EOF VALUE "10".
       01 WS-LH-STATUS       PIC X(02) VALUE "00".
           88 WS-LH-EOF VALUE "10".
       01 WS-EH-STATUS       PIC X(02) VALUE "00".
           88 WS-EH-EOF VALUE "10".
       01 WS-RS-STATUS       PIC X(02) VALUE "00".
           88 WS-RS-EOF VALUE "10".
       01 WS-RN-STATUS       PIC X(02) VALUE "00".
           88 WS-RN-EOF VALUE "10".
       01 WS-KA-STATUS       PIC X(02) VALUE "00".
           88 WS-KA-EOF VALUE "10".
       01 WS-CA-STATUS       PIC X(02) VALUE "00".
           88 WS-CA-EOF VALUE "10".
       01 WS-SA-STATUS       PIC X(02) VALUE "00".
           88 WS-SA-EOF VALUE "10".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLLHIR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-HOLDS          PIC 9(07) VALUE 0.
       01 W02-PENDING        PIC 9(07) VALUE 0.
       01 W03-PROTECTED      PIC 9(07) VALUE 0.
       01 W04-HOLD-RECS      PIC 9(07) VALUE 0.
       01 W05-SCAN-FILE      PIC X(10) VALUE SPACES.
       01 W06-SCAN-COUNT     PIC 9(07) VALUE 0.
       01 W07-ANY-SUBJECT    PIC X(01) VALUE "N".
           88 W07-ALL-SUBJECTS VALUE "Y".
       01 W08-CANONICAL      PIC X(256) VALUE SPACES.
       01 W09-REC-DATE       PIC X(08) VALUE SPACES.
       01 W10-IN-RANGE       PIC X(01) VALUE "N".
           88 W10-DATE-IN-RANGE VALUE "Y".
       01 W11-STATE          PIC X(10) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "LHINVRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "INVENTARIO DE RETENCIONES LEGALES".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * What each legal hold is protecting today.  Every hold still
      * in force (active, or waiting for a second LEGAL operator to
      * confirm its release) is listed with the records it covers on
      * each file COBOLRETM purges, counted with the same rules
      * COBOLLHCK applies: a customer hold covers the customer's
      * EMHISTORY rows under the current canonical address, a user
      * hold covers GATEAUDIT, LOGINHIST and CREDAUDIT, and a file
      * hold covers every record on the file; the hold's own file
      * and date range narrow each of these.  A customer hold also
      * shows whether the customer is still on CUSTMAST, since that
      * is what stops COBOLRTBF erasing it.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT LEGAL-HOLD.
           IF WS-HOLD-STATUS = "00"
               READ LEGAL-HOLD NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-HOLD-EOF
                   IF HL-IS-ACTIVE OR HL-RELEASE-PENDING
                       PERFORM REPORT-ONE-HOLD
                   END-IF
                   READ LEGAL-HOLD NEXT RECORD
                       AT END SET WS-HOLD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "No se pudo abrir LEGALHOLD: " WS-HOLD-STATUS
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "LEGALHOLD NO DISPONIBLE, ESTADO "
                       WS-HOLD-STATUS
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   MOVE "D" TO W60-RPT-FN
                   CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                       W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "RETENCIONES VIGENTES: " W01-HOLDS
               "  CON LIBERACION PENDIENTE: " W02-PENDING
               "  REGISTROS PROTEGIDOS: " W03-PROTECTED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "RETENCIONES" TO WS-RSW-CTR-NAME(1).
           MOVE W01-HOLDS TO WS-RSW-CTR-VALUE(1).
           MOVE "PENDIENTES" TO WS-RSW-CTR-NAME(2).
           MOVE W02-PENDING TO WS-RSW-CTR-VALUE(2).
           MOVE "PROTEGIDOS" TO WS-RSW-CTR-NAME(3).
           MOVE W03-PROTECTED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Retenciones vigentes: " W01-HOLDS.
           DISPLAY "Registros protegidos: " W03-PROTECTED.

           GOBACK.

       REPORT-ONE-HOLD.
           ADD 1 TO W01-HOLDS.
           MOVE 0 TO W04-HOLD-RECS.
           IF HL-RELEASE-PENDING
               ADD 1 TO W02-PENDING
               MOVE "LIB.PEND." TO W11-STATE
           ELSE
               MOVE "ACTIVA" TO W11-STATE
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "CASO " HL-CASE-REF " " HL-SEQ " TIPO " HL-TYPE
               " SUJETO " HL-SUBJECT " ARCHIVO " HL-FILE
               " DESDE " HL-FROM-DATE " HASTA " HL-TO-DATE
               " " W11-STATE
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    MOTIVO: " HL-REASON
               "  PUESTA POR " HL-PLACED-BY " EL " HL-PLACED-TS
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           IF HL-RELEASE-PENDING
               MOVE SPACES TO W63-RPT-LINE
               STRING "    LIBERACION PEDIDA POR " HL-REL-REQ-BY
                   " EL " HL-REL-REQ-TS
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                   W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
           END-IF.

           EVALUATE TRUE
               WHEN HL-ON-CUSTOMER
                   PERFORM COVER-CUSTOMER
               WHEN HL-ON-USER
                   PERFORM COVER-USER
               WHEN HL-ON-FILE
                   PERFORM COVER-FILE
           END-EVALUATE.

           ADD W04-HOLD-RECS TO W03-PROTECTED.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    TOTAL REGISTROS PROTEGIDOS: " W04-HOLD-RECS
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       COVER-CUSTOMER.
           MOVE "N" TO W07-ANY-SUBJECT.
           MOVE SPACES TO W08-CANONICAL.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMAST-STATUS = "00"
               AND HL-SUBJECT(1:10) NUMERIC
               MOVE HL-SUBJECT(1:10) TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   KEY IS CUST-NUMBER
                   INVALID KEY MOVE "23" TO WS-CUSTMAST-STATUS
               END-READ
               IF WS-CUSTMAST-FOUND
                   MOVE CUST-CANONICAL-EMAIL TO W08-CANONICAL
               END-IF
           END-IF.
           IF WS-CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           IF W08-CANONICAL NOT = SPACES
               STRING "    CUSTMAST    CLIENTE PROTEGIDO "
                   "CONTRA BORRADO"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
           ELSE
               STRING "    CUSTMAST    CLIENTE NO ENCONTRADO"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
           END-IF.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           IF W08-CANONICAL NOT = SPACES
               AND (HL-FILE = SPACES OR HL-FILE = "EMHISTORY")
               PERFORM COUNT-EMHISTORY THRU COUNT-EMHISTORY-EXIT
           END-IF.

       COVER-USER.
           MOVE "N" TO W07-ANY-SUBJECT.
           IF HL-FILE = SPACES OR HL-FILE = "GATEAUDIT"
               PERFORM COUNT-GATEAUDIT THRU COUNT-GATEAUDIT-EXIT
           END-IF.
           IF HL-FILE = SPACES OR HL-FILE = "LOGINHIST"
               PERFORM COUNT-LOGINHIST THRU COUNT-LOGINHIST-EXIT
           END-IF.
           IF HL-FILE = SPACES OR HL-FILE = "CREDAUDIT"
               PERFORM COUNT-CREDAUDIT THRU COUNT-CREDAUDIT-EXIT
           END-IF.

       COVER-FILE.
           MOVE "Y" TO W07-ANY-SUBJECT.
           EVALUATE HL-FILE
               WHEN "GATEAUDIT"
                   PERFORM COUNT-GATEAUDIT THRU COUNT-GATEAUDIT-EXIT
               WHEN "LOGINHIST"
                   PERFORM COUNT-LOGINHIST THRU COUNT-LOGINHIST-EXIT
               WHEN "EMHISTORY"
                   PERFORM COUNT-EMHISTORY THRU COUNT-EMHISTORY-EXIT
               WHEN "JOBSTEPREG"
                   PERFORM COUNT-JOBSTEPREG THRU COUNT-JOBSTEPREG-EXIT
               WHEN "RUNSTATS"
                   PERFORM COUNT-RUNSTATS THRU COUNT-RUNSTATS-EXIT
               WHEN "KEYACCAUD"
                   PERFORM COUNT-KEYACCAUD THRU COUNT-KEYACCAUD-EXIT
               WHEN "CREDAUDIT"
                   PERFORM COUNT-CREDAUDIT THRU COUNT-CREDAUDIT-EXIT
               WHEN "SHEAUDIT"
                   PERFORM COUNT-SHEAUDIT THRU COUNT-SHEAUDIT-EXIT
               WHEN OTHER
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "    " HL-FILE
                       "  ARCHIVO SIN PURGA POR RETENCION"
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   MOVE "D" TO W60-RPT-FN
                   CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                       W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
           END-EVALUATE.

       CHECK-DATE-RANGE.
           MOVE "Y" TO W10-IN-RANGE.
           IF HL-FROM-DATE NOT = SPACES
               AND W09-REC-DATE < HL-FROM-DATE
               MOVE "N" TO W10-IN-RANGE
           END-IF.
           IF HL-TO-DATE NOT = SPACES
               AND W09-REC-DATE > HL-TO-DATE
               MOVE "N" TO W10-IN-RANGE
           END-IF.

       WRITE-FILE-COUNT.
           ADD W06-SCAN-COUNT TO W04-HOLD-RECS.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    " W05-SCAN-FILE "  REGISTROS: " W06-SCAN-COUNT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       WRITE-NOT-AVAILABLE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "    " W05-SCAN-FILE "  NO DISPONIBLE EN ESTA CORRIDA"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

       COUNT-GATEAUDIT.
           MOVE "GATEAUDIT" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-GA-STATUS.
           OPEN INPUT GATE-AUDIT.
           IF WS-GA-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-GATEAUDIT-EXIT
           END-IF.
           READ GATE-AUDIT NEXT RECORD
               AT END SET WS-GA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-GA-EOF
               IF W07-ALL-SUBJECTS OR GA-USERID = HL-SUBJECT
                   MOVE GA-TIMESTAMP(1:8) TO W09-REC-DATE
                   PERFORM CHECK-DATE-RANGE
                   IF W10-DATE-IN-RANGE
                       ADD 1 TO W06-SCAN-COUNT
                   END-IF
               END-IF
               READ GATE-AUDIT NEXT RECORD
                   AT END SET WS-GA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GATE-AUDIT.
           PERFORM WRITE-FILE-COUNT.
       COUNT-GATEAUDIT-EXIT.
           EXIT.

       COUNT-LOGINHIST.
           MOVE "LOGINHIST" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-LH-STATUS.
           OPEN INPUT LOGIN-HISTORY.
           IF WS-LH-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-LOGINHIST-EXIT
           END-IF.
           READ LOGIN-HISTORY NEXT RECORD
               AT END SET WS-LH-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LH-EOF
               IF W07-ALL-SUBJECTS OR LH-USERNAME = HL-SUBJECT
                   MOVE LH-TIMESTAMP(1:8) TO W09-REC-DATE
                   PERFORM CHECK-DATE-RANGE
                   IF W10-DATE-IN-RANGE
                       ADD 1 TO W06-SCAN-COUNT
                   END-IF
               END-IF
               READ LOGIN-HISTORY NEXT RECORD
                   AT END SET WS-LH-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOGIN-HISTORY.
           PERFORM WRITE-FILE-COUNT.
       COUNT-LOGINHIST-EXIT.
           EXIT.

       COUNT-EMHISTORY.
           MOVE "EMHISTORY" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-EH-STATUS.
           OPEN INPUT EMAIL-HISTORY.
           IF WS-EH-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-EMHISTORY-EXIT
           END-IF.
           READ EMAIL-HISTORY NEXT RECORD
               AT END SET WS-EH-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-EH-EOF
               IF W07-ALL-SUBJECTS OR EH-CANONICAL = W08-CANONICAL
                   MOVE EH-TIMESTAMP(1:8) TO W09-REC-DATE
                   PERFORM CHECK-DATE-RANGE
                   IF W10-DATE-IN-RANGE
                       ADD 1 TO W06-SCAN-COUNT
                   END-IF
               END-IF
               READ EMAIL-HISTORY NEXT RECORD
                   AT END SET WS-EH-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMAIL-HISTORY.
           PERFORM WRITE-FILE-COUNT.
       COUNT-EMHISTORY-EXIT.
           EXIT.

       COUNT-JOBSTEPREG.
           MOVE "JOBSTEPREG" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-RS-STATUS.
           OPEN INPUT JOB-STEP-REGISTRY.
           IF WS-RS-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-JOBSTEPREG-EXIT
           END-IF.
           READ JOB-STEP-REGISTRY NEXT RECORD
               AT END SET WS-RS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RS-EOF
               MOVE RS-START-TS(1:8) TO W09-REC-DATE
               PERFORM CHECK-DATE-RANGE
               IF W10-DATE-IN-RANGE
                   ADD 1 TO W06-SCAN-COUNT
               END-IF
               READ JOB-STEP-REGISTRY NEXT RECORD
                   AT END SET WS-RS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOB-STEP-REGISTRY.
           PERFORM WRITE-FILE-COUNT.
       COUNT-JOBSTEPREG-EXIT.
           EXIT.

       COUNT-RUNSTATS.
           MOVE "RUNSTATS" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-RN-STATUS.
           OPEN INPUT RUN-STATS.
           IF WS-RN-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-RUNSTATS-EXIT
           END-IF.
           READ RUN-STATS NEXT RECORD
               AT END SET WS-RN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RN-EOF
               MOVE RN-START-TS(1:8) TO W09-REC-DATE
               PERFORM CHECK-DATE-RANGE
               IF W10-DATE-IN-RANGE
                   ADD 1 TO W06-SCAN-COUNT
               END-IF
               READ RUN-STATS NEXT RECORD
                   AT END SET WS-RN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RUN-STATS.
           PERFORM WRITE-FILE-COUNT.
       COUNT-RUNSTATS-EXIT.
           EXIT.

       COUNT-KEYACCAUD.
           MOVE "KEYACCAUD" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-KA-STATUS.
           OPEN INPUT KEY-ACCESS-AUDIT.
           IF WS-KA-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-KEYACCAUD-EXIT
           END-IF.
           READ KEY-ACCESS-AUDIT
               AT END SET WS-KA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-KA-EOF
               MOVE KA-TIMESTAMP(1:8) TO W09-REC-DATE
               PERFORM CHECK-DATE-RANGE
               IF W10-DATE-IN-RANGE
                   ADD 1 TO W06-SCAN-COUNT
               END-IF
               READ KEY-ACCESS-AUDIT
                   AT END SET WS-KA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE KEY-ACCESS-AUDIT.
           PERFORM WRITE-FILE-COUNT.
       COUNT-KEYACCAUD-EXIT.
           EXIT.

       COUNT-CREDAUDIT.
           MOVE "CREDAUDIT" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-CA-STATUS.
           OPEN INPUT CRED-AUDIT.
           IF WS-CA-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-CREDAUDIT-EXIT
           END-IF.
           READ CRED-AUDIT
               AT END SET WS-CA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-CA-EOF
               IF W07-ALL-SUBJECTS OR CA-USERNAME = HL-SUBJECT
                   MOVE CA-TIMESTAMP(1:8) TO W09-REC-DATE
                   PERFORM CHECK-DATE-RANGE
                   IF W10-DATE-IN-RANGE
                       ADD 1 TO W06-SCAN-COUNT
                   END-IF
               END-IF
               READ CRED-AUDIT
                   AT END SET WS-CA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CRED-AUDIT.
           PERFORM WRITE-FILE-COUNT.
       COUNT-CREDAUDIT-EXIT.
           EXIT.

      * SHEAUDIT records carry no date, so a hold on the file keeps
      * every record whatever range the hold names.
       COUNT-SHEAUDIT.
           MOVE "SHEAUDIT" TO W05-SCAN-FILE.
           MOVE 0 TO W06-SCAN-COUNT.
           MOVE "00" TO WS-SA-STATUS.
           OPEN INPUT SANITIZE-AUDIT.
           IF WS-SA-STATUS NOT = "00"
               PERFORM WRITE-NOT-AVAILABLE
               GO TO COUNT-SHEAUDIT-EXIT
           END-IF.
           READ SANITIZE-AUDIT
               AT END SET WS-SA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SA-EOF
               ADD 1 TO W06-SCAN-COUNT
               READ SANITIZE-AUDIT
                   AT END SET WS-SA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SANITIZE-AUDIT.
           PERFORM WRITE-FILE-COUNT.
       COUNT-SHEAUDIT-EXIT.
           EXIT.
