       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-NUMBER
           ALTERNATE RECORD KEY IS CUST-CANONICAL-EMAIL
           FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT EMAIL-HISTORY ASSIGN TO "EMHISTORY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT VERIF-PENDING ASSIGN TO "EMVERPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-TOKEN
           FILE STATUS IS WS-VERIF-STATUS.

           SELECT SUPPRESS-LIST ASSIGN TO "EMSUPPRESS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUP-CANONICAL
           FILE STATUS IS WS-SUP-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NQ-KEY
           FILE STATUS IS WS-NQ-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "CUSTMAUD"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT CUST-CONSENT ASSIGN TO "CUSTCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CONS-STATUS.

           SELECT CONSENT-HISTORY ASSIGN TO "CONSHIST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHIST-STATUS.

           SELECT CHANGE-PENDING ASSIGN TO "EMCHGPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-TOKEN
           ALTERNATE RECORD KEY IS EC-CUST-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-EC-STATUS.

           SELECT SAR-PACKAGE ASSIGN TO "SARPKG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PKG-STATUS.

           SELECT SAR-LOG ASSIGN TO "SARLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CUST-NUMBER          PIC 9(10).
           05 CUST-CANONICAL-EMAIL PIC X(256).
           05 CUST-EMAIL           PIC X(256).
           05 CUST-VERIFIED        PIC X(01).
               88 CUST-IS-VERIFIED VALUE "Y".
           05 CUST-VERIF-DATE      PIC X(08).
           05 CUST-UNDELIVERABLE   PIC X(01).
               88 CUST-IS-UNDELIVERABLE VALUE "Y".
           05 CUST-BOUNCE-COUNT    PIC 9(03).
           05 CUST-LAST-BOUNCE     PIC X(08).

       FD EMAIL-HISTORY.
       01 EMAIL-HISTORY-RECORD.
           05 EH-KEY.
               10 EH-CANONICAL PIC X(256).
               10 EH-TIMESTAMP PIC X(14).
               10 EH-SEQ       PIC 9(02).
           05 EH-OLD-EMAIL PIC X(256).
           05 EH-NEW-EMAIL PIC X(256).
           05 EH-CORRID    PIC X(12).

       FD VERIF-PENDING.
       01 VERIF-PENDING-RECORD.
           05 EV-TOKEN      PIC X(16).
           05 EV-CANONICAL  PIC X(256).
           05 EV-EMAIL      PIC X(256).
           05 EV-ISSUED     PIC X(14).
           05 EV-STATUS     PIC X(01).
               88 EV-IS-PENDING  VALUE "P".
               88 EV-IS-VERIFIED VALUE "V".
           05 EV-VERIF-DATE PIC X(14).

       FD SUPPRESS-LIST.
       01 SUPPRESS-LIST-RECORD.
           05 SUP-CANONICAL PIC X(256).
           05 SUP-ADDED     PIC X(08).

       FD NOTIFY-QUEUE.
       01 NOTIFY-QUEUE-RECORD.
           05 NQ-KEY.
               10 NQ-QUEUED-TS PIC X(14).
               10 NQ-SEQ       PIC 9(04).
           05 NQ-RECIPIENT PIC X(256).
           05 NQ-TEMPLATE  PIC X(07).
           05 NQ-SUBST     PIC X(32).
           05 NQ-STATUS    PIC X(01).
               88 NQ-IS-PENDING VALUE "P".
               88 NQ-IS-SENT    VALUE "S".
               88 NQ-IS-FAILED  VALUE "F".
               88 NQ-IS-RETRY   VALUE "R".
           05 NQ-SENT-TS   PIC X(14).
           05 NQ-CORRID    PIC X(12).
           05 NQ-ATTEMPTS  PIC 9(02).
           05 NQ-NEXT-TRY  PIC X(14).
           05 NQ-LAST-ERROR PIC X(30).
           05 NQ-CHANNEL   PIC X(01).
               88 NQ-IS-SMS     VALUE "S".
           05 NQ-DLV-STATUS PIC X(01).
               88 NQ-DELIVERED  VALUE "D".
               88 NQ-NOT-DELIVERED VALUE "F".
           05 NQ-DLV-TS    PIC X(14).

       FD MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD.
           05 MA-TIMESTAMP PIC X(14).
           05 MA-OPERATOR  PIC X(16).
           05 MA-CUSTNBR   PIC 9(10).
           05 MA-FIELD     PIC X(12).
           05 MA-OLD-VALUE PIC X(01).
           05 MA-NEW-VALUE PIC X(01).
           05 MA-REASON    PIC X(40).
           05 MA-CORRID    PIC X(12).

       FD CUST-CONSENT.
       01 CUST-CONSENT-RECORD.
           05 CN-KEY.
               10 CN-CUST-NUMBER PIC 9(10).
               10 CN-CHANNEL     PIC X(01).
               10 CN-PURPOSE     PIC X(04).
           05 CN-STATUS      PIC X(01).
               88 CN-IS-GRANTED   VALUE "G".
               88 CN-IS-WITHDRAWN VALUE "W".
           05 CN-EFF-DATE    PIC X(08).
           05 CN-SOURCE      PIC X(10).
           05 CN-EVIDENCE    PIC X(40).
           05 CN-OPERATOR    PIC X(16).
           05 CN-UPDATED-TS  PIC X(14).
           05 CN-CORRID      PIC X(12).

       FD CONSENT-HISTORY.
       01 CONSENT-HISTORY-RECORD.
           05 CH-TIMESTAMP   PIC X(14).
           05 CH-CUST-NUMBER PIC 9(10).
           05 CH-CHANNEL     PIC X(01).
           05 CH-PURPOSE     PIC X(04).
           05 CH-ACTION      PIC X(01).
           05 CH-EFF-DATE    PIC X(08).
           05 CH-SOURCE      PIC X(10).
           05 CH-EVIDENCE    PIC X(40).
           05 CH-OPERATOR    PIC X(16).
           05 CH-CORRID      PIC X(12).

       FD CHANGE-PENDING.
       01 CHANGE-PENDING-RECORD.
           05 EC-TOKEN          PIC X(16).
           05 EC-CUST-NUMBER    PIC 9(10).
           05 EC-OLD-CANONICAL  PIC X(256).
           05 EC-OLD-EMAIL      PIC X(256).
           05 EC-NEW-CANONICAL  PIC X(256).
           05 EC-NEW-EMAIL      PIC X(256).
           05 EC-REQUESTED      PIC X(14).
           05 EC-EFFECTIVE      PIC X(14).
           05 EC-STATUS         PIC X(01).
               88 EC-IS-PENDING    VALUE "P".
               88 EC-IS-APPLIED    VALUE "A".
               88 EC-IS-UNDONE     VALUE "U".
               88 EC-IS-SUPERSEDED VALUE "S".
           05 EC-CLOSED         PIC X(14).
           05 EC-SOURCE         PIC X(10).
           05 EC-REQUESTED-BY   PIC X(16).
           05 EC-CORRID         PIC X(12).

       FD SAR-PACKAGE.
       01 SAR-PACKAGE-RECORD PIC X(300).

       FD SAR-LOG.
       01 SAR-LOG-RECORD.
           05 SL-RUN-TS      PIC X(14).
           05 SL-CORRID      PIC X(12).
           05 SL-OPERATOR    PIC X(16).
           05 SL-CUST-NUMBER PIC 9(10).
           05 SL-CANONICAL   PIC X(256).
           05 SL-RECEIVED    PIC X(08).
           05 SL-DUE         PIC X(08).
           05 SL-DAYS        PIC 9(04).
           05 SL-ON-TIME     PIC X(01).
               88 SL-IS-ON-TIME VALUE "Y".
           05 SL-RECORDS     PIC 9(07).
           05 SL-PACKAGE     PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
           88 WS-CUSTMAST-FOUND    VALUE "00".
           88 WS-CUSTMAST-NOTFOUND VALUE "23".
       01 WS-HIST-STATUS     PIC X(02) VALUE "00".
           88 WS-HIST-EOF VALUE "10".
       01 WS-VERIF-STATUS    PIC X(02) VALUE "00".
           88 WS-VERIF-EOF VALUE "10".
       01 WS-SUP-STATUS      PIC X(02) VALUE "00".
           88 WS-SUP-FOUND    VALUE "00".
           88 WS-SUP-NOTFOUND VALUE "23".
       01 WS-NQ-STATUS       PIC X(02) VALUE "00".
           88 WS-NQ-EOF VALUE "10".
       01 WS-AUD-STATUS      PIC X(02) VALUE "00".
           88 WS-AUD-EOF VALUE "10".
       01 WS-CONS-STATUS     PIC X(02) VALUE "00".
           88 WS-CONS-EOF VALUE "10".
       01 WS-CHIST-STATUS    PIC X(02) VALUE "00".
           88 WS-CHIST-EOF VALUE "10".
       01 WS-EC-STATUS       PIC X(02) VALUE "00".
           88 WS-EC-EOF VALUE "10".
       01 WS-PKG-STATUS      PIC X(02) VALUE "00".
       01 WS-LOG-STATUS      PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-CUSTADM-ROLE   PIC X(08) VALUE "CUSTADM".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-EMAIL-IN       PIC X(256) VALUE SPACES.
       01 W07-NUMBER-IN      PIC X(10) VALUE SPACES.
       01 W08-CANONICAL      PIC X(256) VALUE SPACES.
       01 W09-CUSTNBR        PIC 9(10) VALUE 0.
       01 W10-EMAIL          PIC X(256) VALUE SPACES.
       01 W11-RECEIVED-IN    PIC X(08) VALUE SPACES.
       01 W12-RECEIVED-NUM   PIC 9(08) VALUE 0.
       01 W13-TODAY-NUM      PIC 9(08) VALUE 0.
       01 W14-DUE-NUM        PIC 9(08) VALUE 0.
       01 W15-DAYS           PIC 9(04) VALUE 0.
       01 W16-DEADLINE-DAYS  PIC 9(03) VALUE 30.
       01 W17-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W18-AUDIT-RESULT   PIC X(01).
       01 W19-CM-COUNT       PIC 9(05) VALUE 0.
       01 W20-EH-COUNT       PIC 9(05) VALUE 0.
       01 W21-EV-COUNT       PIC 9(05) VALUE 0.
       01 W22-SUP-COUNT      PIC 9(05) VALUE 0.
       01 W23-NQ-COUNT       PIC 9(05) VALUE 0.
       01 W24-MA-COUNT       PIC 9(05) VALUE 0.
       01 W25-CN-COUNT       PIC 9(05) VALUE 0.
       01 W26-CH-COUNT       PIC 9(05) VALUE 0.
       01 W27-EC-COUNT       PIC 9(05) VALUE 0.
       01 W28-TOTAL          PIC 9(07) VALUE 0.
       01 W30-MASK-FIELD     PIC X(20) VALUE SPACES.
       01 W31-MASK-CALLER    PIC X(16) VALUE "SUJETO".
       01 W32-MASK-VALUE     PIC X(64) VALUE SPACES.
       01 W33-MASK-RESULT    PIC X(01).
       01 W39-MASK-LEVEL     PIC X(01) VALUE "R".
       01 W34-TOKEN-OUT      PIC X(16) VALUE SPACES.
       01 W35-OPERATOR-OUT   PIC X(16) VALUE SPACES.
       01 W36-CORRID-OUT     PIC X(12) VALUE SPACES.
       01 W37-SUBST-OUT      PIC X(32) VALUE SPACES.
       01 W38-STORE-NAME     PIC X(10) VALUE SPACES.

      * Subject access: everything held about one customer, from the
      * master and every satellite file keyed by the customer number
      * or the address, goes into one SARPKG package for the customer.
      * Values that are ours rather than the customer's - tokens,
      * message substitutions, operator IDs, correlation IDs - go
      * through COBOLFMSK under a caller that holds no role, since the
      * package leaves the system whoever runs it.  Each run is logged
      * on SARLOG with the date the request came in, the statutory
      * due date and whether we answered in time.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           CALL "COBOLSCTX" USING W90-CTX-ACTION, W01-SESSION-TOKEN.
           IF W01-SESSION-TOKEN = SPACES
               DISPLAY "Token de sesion: "
               ACCEPT W01-SESSION-TOKEN
           END-IF.

           CALL "COBOLSESSCK" USING W01-SESSION-TOKEN, W02-OPERATOR,
                                     W03-SESSION-RESULT.
           IF NOT W03-SESSION-VALID
               DISPLAY "Sesion no valida"
               GOBACK
           END-IF.

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-CUSTADM-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           CALL "COBOLCORR" USING WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W13-TODAY-NUM.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CUSTMAST: "
                   WS-CUSTMAST-STATUS
               GOBACK
           END-IF.

           PERFORM IDENTIFY-CUSTOMER.
           IF W08-CANONICAL = SPACES
               DISPLAY "Cliente no identificado"
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF.

           DISPLAY "Fecha de recepcion AAAAMMDD (blanco = hoy): ".
           ACCEPT W11-RECEIVED-IN.
           IF W11-RECEIVED-IN = SPACES
               MOVE WS-CURRENT-DATE(1:8) TO W11-RECEIVED-IN
           END-IF.
           IF W11-RECEIVED-IN NOT NUMERIC
               OR W11-RECEIVED-IN > WS-CURRENT-DATE(1:8)
               DISPLAY "Fecha no valida"
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF.
           MOVE W11-RECEIVED-IN TO W12-RECEIVED-NUM.
           COMPUTE W14-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W12-RECEIVED-NUM)
               + W16-DEADLINE-DAYS).
           COMPUTE W15-DAYS =
               FUNCTION INTEGER-OF-DATE(W13-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(W12-RECEIVED-NUM).

           OPEN OUTPUT SAR-PACKAGE.
           IF WS-PKG-STATUS NOT = "00"
               DISPLAY "No se pudo abrir SARPKG: " WS-PKG-STATUS
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF.
           MOVE SPACES TO SAR-PACKAGE-RECORD.
           STRING "DATOS PERSONALES DEL CLIENTE  CORRIDA " WS-CORRID
               " EMITIDO " WS-CURRENT-DATE(1:14)
               " SOLICITUD RECIBIDA " W11-RECEIVED-IN
               DELIMITED BY SIZE
               INTO SAR-PACKAGE-RECORD.
           WRITE SAR-PACKAGE-RECORD.
           MOVE SPACES TO SAR-PACKAGE-RECORD.
           STRING "SUJETO " W09-CUSTNBR " " W08-CANONICAL(1:100)
               DELIMITED BY SIZE
               INTO SAR-PACKAGE-RECORD.
           WRITE SAR-PACKAGE-RECORD.

           PERFORM REPORT-CUSTOMER-MASTER
               THRU REPORT-CUSTOMER-MASTER-EXIT.
           CLOSE CUSTOMER-MASTER.
           PERFORM REPORT-EMAIL-HISTORY
               THRU REPORT-EMAIL-HISTORY-EXIT.
           PERFORM REPORT-VERIF-PENDING
               THRU REPORT-VERIF-PENDING-EXIT.
           PERFORM REPORT-CHANGE-PENDING
               THRU REPORT-CHANGE-PENDING-EXIT.
           PERFORM REPORT-SUPPRESSION
               THRU REPORT-SUPPRESSION-EXIT.
           PERFORM REPORT-CONSENT
               THRU REPORT-CONSENT-EXIT.
           PERFORM REPORT-CONSENT-HISTORY
               THRU REPORT-CONSENT-HISTORY-EXIT.
           PERFORM REPORT-NOTIFY-QUEUE
               THRU REPORT-NOTIFY-QUEUE-EXIT.
           PERFORM REPORT-MAINT-AUDIT
               THRU REPORT-MAINT-AUDIT-EXIT.

           COMPUTE W28-TOTAL = W19-CM-COUNT + W20-EH-COUNT
               + W21-EV-COUNT + W22-SUP-COUNT + W23-NQ-COUNT
               + W24-MA-COUNT + W25-CN-COUNT + W26-CH-COUNT
               + W27-EC-COUNT.
           MOVE SPACES TO SAR-PACKAGE-RECORD.
           STRING "TOTALES CUSTMAST " W19-CM-COUNT
               " EMHISTORY " W20-EH-COUNT
               " EMVERPEND " W21-EV-COUNT
               " EMCHGPEND " W27-EC-COUNT
               " EMSUPPRESS " W22-SUP-COUNT
               " CUSTCONS " W25-CN-COUNT
               " CONSHIST " W26-CH-COUNT
               " NOTIFYQ " W23-NQ-COUNT
               " CUSTMAUD " W24-MA-COUNT
               DELIMITED BY SIZE
               INTO SAR-PACKAGE-RECORD.
           WRITE SAR-PACKAGE-RECORD.
           CLOSE SAR-PACKAGE.

           PERFORM WRITE-SAR-LOG.

           MOVE SPACES TO W17-AUDIT-RECORD.
           STRING "SARRUN  " W09-CUSTNBR DELIMITED BY SIZE
               INTO W17-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W17-AUDIT-RECORD, W18-AUDIT-RESULT.

           DISPLAY "Registros incluidos: " W28-TOTAL.
           DISPLAY "Vence: " W14-DUE-NUM "  dias transcurridos: "
               W15-DAYS.
           IF W15-DAYS > W16-DEADLINE-DAYS
               DISPLAY "ATENCION: respuesta fuera de plazo"
           END-IF.
           DISPLAY "Paquete generado; ver SARPKG".

           GOBACK.

       IDENTIFY-CUSTOMER.
           MOVE SPACES TO W08-CANONICAL.
           MOVE SPACES TO W10-EMAIL.
           DISPLAY "Correo canonico (blanco para usar numero): ".
           ACCEPT W06-EMAIL-IN.
           IF W06-EMAIL-IN NOT = SPACES
               MOVE "00" TO WS-CUSTMAST-STATUS
               MOVE W06-EMAIL-IN TO CUST-CANONICAL-EMAIL
               READ CUSTOMER-MASTER
                   KEY IS CUST-CANONICAL-EMAIL
                   INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
               END-READ
               IF WS-CUSTMAST-FOUND
                   MOVE CUST-CANONICAL-EMAIL TO W08-CANONICAL
                   MOVE CUST-EMAIL TO W10-EMAIL
                   MOVE CUST-NUMBER TO W09-CUSTNBR
               ELSE
      * Without a master record the address can still be on the
      * satellite files, so the search goes ahead on the address.
                   MOVE W06-EMAIL-IN TO W08-CANONICAL
                   MOVE W06-EMAIL-IN TO W10-EMAIL
                   MOVE 0 TO W09-CUSTNBR
               END-IF
           ELSE
               DISPLAY "Numero de cliente: "
               ACCEPT W07-NUMBER-IN
               IF W07-NUMBER-IN NUMERIC
                   MOVE "00" TO WS-CUSTMAST-STATUS
                   MOVE W07-NUMBER-IN TO CUST-NUMBER
                   READ CUSTOMER-MASTER
                       KEY IS CUST-NUMBER
                       INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
                   END-READ
                   IF WS-CUSTMAST-FOUND
                       MOVE CUST-CANONICAL-EMAIL TO W08-CANONICAL
                       MOVE CUST-EMAIL TO W10-EMAIL
                       MOVE CUST-NUMBER TO W09-CUSTNBR
                   END-IF
               END-IF
           END-IF.

       REPORT-CUSTOMER-MASTER.
           IF W09-CUSTNBR = 0
               GO TO REPORT-CUSTOMER-MASTER-EXIT
           END-IF.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           MOVE W09-CUSTNBR TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
           END-READ.
           IF NOT WS-CUSTMAST-FOUND
               GO TO REPORT-CUSTOMER-MASTER-EXIT
           END-IF.
           ADD 1 TO W19-CM-COUNT.
           MOVE SPACES TO SAR-PACKAGE-RECORD.
           STRING "CUSTMAST  CLIENTE " CUST-NUMBER
               " CORREO " CUST-EMAIL(1:100)
               DELIMITED BY SIZE
               INTO SAR-PACKAGE-RECORD.
           WRITE SAR-PACKAGE-RECORD.
           MOVE SPACES TO SAR-PACKAGE-RECORD.
           STRING "CUSTMAST  CANONICO " CUST-CANONICAL-EMAIL(1:100)
               DELIMITED BY SIZE
               INTO SAR-PACKAGE-RECORD.
           WRITE SAR-PACKAGE-RECORD.
           MOVE SPACES TO SAR-PACKAGE-RECORD.
           STRING "CUSTMAST  VERIFICADO " CUST-VERIFIED
               " FECHA " CUST-VERIF-DATE
               " NO ENTREGABLE " CUST-UNDELIVERABLE
               " REBOTES " CUST-BOUNCE-COUNT
               " ULTIMO REBOTE " CUST-LAST-BOUNCE
               DELIMITED BY SIZE
               INTO SAR-PACKAGE-RECORD.
           WRITE SAR-PACKAGE-RECORD.
       REPORT-CUSTOMER-MASTER-EXIT.
           EXIT.

      * The address can sit on either side of any history row, so the
      * whole file is swept rather than only the canonical key group.
       REPORT-EMAIL-HISTORY.
           MOVE "00" TO WS-HIST-STATUS.
           OPEN INPUT EMAIL-HISTORY.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "EMHISTORY" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-EMAIL-HISTORY-EXIT
           END-IF.
           MOVE SPACES TO EH-KEY.
           START EMAIL-HISTORY KEY IS NOT LESS THAN EH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               READ EMAIL-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
               IF EH-CANONICAL = W08-CANONICAL
                   OR EH-OLD-EMAIL = W08-CANONICAL
                   OR EH-NEW-EMAIL = W08-CANONICAL
                   OR EH-OLD-EMAIL = W10-EMAIL
                   OR EH-NEW-EMAIL = W10-EMAIL
                   MOVE "CORRID" TO W30-MASK-FIELD
                   MOVE EH-CORRID TO W32-MASK-VALUE
                   PERFORM MASK-INTERNAL-VALUE
                   MOVE W32-MASK-VALUE TO W36-CORRID-OUT
                   MOVE SPACES TO SAR-PACKAGE-RECORD
                   STRING "EMHISTORY " EH-TIMESTAMP
                       " ANTERIOR " EH-OLD-EMAIL(1:100)
                       " NUEVO " EH-NEW-EMAIL(1:100)
                       " CORRIDA " W36-CORRID-OUT
                       DELIMITED BY SIZE
                       INTO SAR-PACKAGE-RECORD
                   WRITE SAR-PACKAGE-RECORD
                   ADD 1 TO W20-EH-COUNT
               END-IF
               READ EMAIL-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMAIL-HISTORY.
       REPORT-EMAIL-HISTORY-EXIT.
           EXIT.

       REPORT-VERIF-PENDING.
           MOVE "00" TO WS-VERIF-STATUS.
           OPEN INPUT VERIF-PENDING.
           IF WS-VERIF-STATUS NOT = "00"
               MOVE "EMVERPEND" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-VERIF-PENDING-EXIT
           END-IF.
           MOVE SPACES TO EV-TOKEN.
           START VERIF-PENDING KEY IS NOT LESS THAN EV-TOKEN
               INVALID KEY SET WS-VERIF-EOF TO TRUE
           END-START.
           IF NOT WS-VERIF-EOF
               READ VERIF-PENDING NEXT RECORD
                   AT END SET WS-VERIF-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-VERIF-EOF
               IF EV-CANONICAL = W08-CANONICAL
                   OR EV-EMAIL = W08-CANONICAL
                   OR EV-EMAIL = W10-EMAIL
                   MOVE "TOKEN" TO W30-MASK-FIELD
                   MOVE EV-TOKEN TO W32-MASK-VALUE
                   PERFORM MASK-INTERNAL-VALUE
                   MOVE W32-MASK-VALUE TO W34-TOKEN-OUT
                   MOVE SPACES TO SAR-PACKAGE-RECORD
                   STRING "EMVERPEND FICHA " W34-TOKEN-OUT
                       " EMITIDA " EV-ISSUED
                       " ESTADO " EV-STATUS
                       " VERIFICADA " EV-VERIF-DATE
                       " CORREO " EV-EMAIL(1:100)
                       DELIMITED BY SIZE
                       INTO SAR-PACKAGE-RECORD
                   WRITE SAR-PACKAGE-RECORD
                   ADD 1 TO W21-EV-COUNT
               END-IF
               READ VERIF-PENDING NEXT RECORD
                   AT END SET WS-VERIF-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE VERIF-PENDING.
       REPORT-VERIF-PENDING-EXIT.
           EXIT.

      * Address changes still in their cooling-off period, and the
      * ones already applied, undone or superseded.
       REPORT-CHANGE-PENDING.
           MOVE "00" TO WS-EC-STATUS.
           OPEN INPUT CHANGE-PENDING.
           IF WS-EC-STATUS NOT = "00"
               MOVE "EMCHGPEND" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-CHANGE-PENDING-EXIT
           END-IF.
           MOVE SPACES TO EC-TOKEN.
           START CHANGE-PENDING KEY IS NOT LESS THAN EC-TOKEN
               INVALID KEY SET WS-EC-EOF TO TRUE
           END-START.
           IF NOT WS-EC-EOF
               READ CHANGE-PENDING NEXT RECORD
                   AT END SET WS-EC-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-EC-EOF
               IF (W09-CUSTNBR NOT = 0
                       AND EC-CUST-NUMBER = W09-CUSTNBR)
                   OR EC-OLD-CANONICAL = W08-CANONICAL
                   OR EC-NEW-CANONICAL = W08-CANONICAL
                   MOVE "TOKEN" TO W30-MASK-FIELD
                   MOVE EC-TOKEN TO W32-MASK-VALUE
                   PERFORM MASK-INTERNAL-VALUE
                   MOVE W32-MASK-VALUE TO W34-TOKEN-OUT
                   MOVE SPACES TO SAR-PACKAGE-RECORD
                   STRING "EMCHGPEND FICHA " W34-TOKEN-OUT
                       " SOLICITADO " EC-REQUESTED
                       " EFECTIVO " EC-EFFECTIVE
                       " ESTADO " EC-STATUS
                       " CERRADO " EC-CLOSED
                       " ORIGEN " EC-SOURCE
                       DELIMITED BY SIZE
                       INTO SAR-PACKAGE-RECORD
                   WRITE SAR-PACKAGE-RECORD
                   MOVE SPACES TO SAR-PACKAGE-RECORD
                   STRING "EMCHGPEND ANTERIOR " EC-OLD-EMAIL(1:100)
                       " NUEVO " EC-NEW-EMAIL(1:100)
                       DELIMITED BY SIZE
                       INTO SAR-PACKAGE-RECORD
                   WRITE SAR-PACKAGE-RECORD
                   ADD 1 TO W27-EC-COUNT
               END-IF
               READ CHANGE-PENDING NEXT RECORD
                   AT END SET WS-EC-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHANGE-PENDING.
       REPORT-CHANGE-PENDING-EXIT.
           EXIT.

       REPORT-SUPPRESSION.
           MOVE "00" TO WS-SUP-STATUS.
           OPEN INPUT SUPPRESS-LIST.
           IF WS-SUP-STATUS NOT = "00"
               MOVE "EMSUPPRESS" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-SUPPRESSION-EXIT
           END-IF.
           MOVE W08-CANONICAL TO SUP-CANONICAL.
           READ SUPPRESS-LIST
               KEY IS SUP-CANONICAL
               INVALID KEY SET WS-SUP-NOTFOUND TO TRUE
           END-READ.
           IF WS-SUP-FOUND
               ADD 1 TO W22-SUP-COUNT
               MOVE SPACES TO SAR-PACKAGE-RECORD
               STRING "EMSUPPRESS EXCLUIDO DE ENVIOS DESDE " SUP-ADDED
                   DELIMITED BY SIZE
                   INTO SAR-PACKAGE-RECORD
               WRITE SAR-PACKAGE-RECORD
           END-IF.
           CLOSE SUPPRESS-LIST.
       REPORT-SUPPRESSION-EXIT.
           EXIT.

       REPORT-CONSENT.
           IF W09-CUSTNBR = 0
               GO TO REPORT-CONSENT-EXIT
           END-IF.
           MOVE "00" TO WS-CONS-STATUS.
           OPEN INPUT CUST-CONSENT.
           IF WS-CONS-STATUS NOT = "00"
               MOVE "CUSTCONS" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-CONSENT-EXIT
           END-IF.
           MOVE W09-CUSTNBR TO CN-CUST-NUMBER.
           MOVE LOW-VALUES TO CN-CHANNEL.
           MOVE LOW-VALUES TO CN-PURPOSE.
           START CUST-CONSENT KEY IS NOT LESS THAN CN-KEY
               INVALID KEY SET WS-CONS-EOF TO TRUE
           END-START.
           IF NOT WS-CONS-EOF
               READ CUST-CONSENT NEXT RECORD
                   AT END SET WS-CONS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-CONS-EOF
                   OR CN-CUST-NUMBER NOT = W09-CUSTNBR
               MOVE "OPERATOR" TO W30-MASK-FIELD
               MOVE CN-OPERATOR TO W32-MASK-VALUE
               PERFORM MASK-INTERNAL-VALUE
               MOVE W32-MASK-VALUE TO W35-OPERATOR-OUT
               MOVE SPACES TO SAR-PACKAGE-RECORD
               STRING "CUSTCONS  CANAL " CN-CHANNEL
                   " FINALIDAD " CN-PURPOSE
                   " ESTADO " CN-STATUS
                   " DESDE " CN-EFF-DATE
                   " ORIGEN " CN-SOURCE
                   " EVIDENCIA " CN-EVIDENCE
                   " OPERADOR " W35-OPERATOR-OUT
                   DELIMITED BY SIZE
                   INTO SAR-PACKAGE-RECORD
               WRITE SAR-PACKAGE-RECORD
               ADD 1 TO W25-CN-COUNT
               READ CUST-CONSENT NEXT RECORD
                   AT END SET WS-CONS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CUST-CONSENT.
       REPORT-CONSENT-EXIT.
           EXIT.

       REPORT-CONSENT-HISTORY.
           IF W09-CUSTNBR = 0
               GO TO REPORT-CONSENT-HISTORY-EXIT
           END-IF.
           MOVE "00" TO WS-CHIST-STATUS.
           OPEN INPUT CONSENT-HISTORY.
           IF WS-CHIST-STATUS NOT = "00"
               MOVE "CONSHIST" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-CONSENT-HISTORY-EXIT
           END-IF.
           READ CONSENT-HISTORY
               AT END SET WS-CHIST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-CHIST-EOF
               IF CH-CUST-NUMBER = W09-CUSTNBR
                   MOVE "OPERATOR" TO W30-MASK-FIELD
                   MOVE CH-OPERATOR TO W32-MASK-VALUE
                   PERFORM MASK-INTERNAL-VALUE
                   MOVE W32-MASK-VALUE TO W35-OPERATOR-OUT
                   MOVE SPACES TO SAR-PACKAGE-RECORD
                   STRING "CONSHIST  " CH-TIMESTAMP
                       " CANAL " CH-CHANNEL
                       " FINALIDAD " CH-PURPOSE
                       " ACCION " CH-ACTION
                       " DESDE " CH-EFF-DATE
                       " ORIGEN " CH-SOURCE
                       " EVIDENCIA " CH-EVIDENCE
                       " OPERADOR " W35-OPERATOR-OUT
                       DELIMITED BY SIZE
                       INTO SAR-PACKAGE-RECORD
                   WRITE SAR-PACKAGE-RECORD
                   ADD 1 TO W26-CH-COUNT
               END-IF
               READ CONSENT-HISTORY
                   AT END SET WS-CHIST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONSENT-HISTORY.
       REPORT-CONSENT-HISTORY-EXIT.
           EXIT.

      * SMS entries carry a staff mobile from the phone directory,
      * never a customer address, so only mail entries can match.
       REPORT-NOTIFY-QUEUE.
           MOVE "00" TO WS-NQ-STATUS.
           OPEN INPUT NOTIFY-QUEUE.
           IF WS-NQ-STATUS NOT = "00"
               MOVE "NOTIFYQ" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-NOTIFY-QUEUE-EXIT
           END-IF.
           MOVE LOW-VALUES TO NQ-KEY.
           START NOTIFY-QUEUE KEY IS NOT LESS THAN NQ-KEY
               INVALID KEY SET WS-NQ-EOF TO TRUE
           END-START.
           IF NOT WS-NQ-EOF
               READ NOTIFY-QUEUE NEXT RECORD
                   AT END SET WS-NQ-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-NQ-EOF
               IF NOT NQ-IS-SMS
                   AND (NQ-RECIPIENT = W08-CANONICAL
                       OR NQ-RECIPIENT = W10-EMAIL)
                   MOVE "MSG-SUBST" TO W30-MASK-FIELD
                   MOVE NQ-SUBST TO W32-MASK-VALUE
                   PERFORM MASK-INTERNAL-VALUE
                   MOVE W32-MASK-VALUE TO W37-SUBST-OUT
                   MOVE SPACES TO SAR-PACKAGE-RECORD
                   STRING "NOTIFYQ   EN COLA " NQ-QUEUED-TS
                       " PLANTILLA " NQ-TEMPLATE
                       " ESTADO " NQ-STATUS
                       " ENVIADO " NQ-SENT-TS
                       " DATOS " W37-SUBST-OUT
                       DELIMITED BY SIZE
                       INTO SAR-PACKAGE-RECORD
                   WRITE SAR-PACKAGE-RECORD
                   ADD 1 TO W23-NQ-COUNT
               END-IF
               READ NOTIFY-QUEUE NEXT RECORD
                   AT END SET WS-NQ-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE NOTIFY-QUEUE.
       REPORT-NOTIFY-QUEUE-EXIT.
           EXIT.

       REPORT-MAINT-AUDIT.
           IF W09-CUSTNBR = 0
               GO TO REPORT-MAINT-AUDIT-EXIT
           END-IF.
           MOVE "00" TO WS-AUD-STATUS.
           OPEN INPUT MAINT-AUDIT.
           IF WS-AUD-STATUS NOT = "00"
               MOVE "CUSTMAUD" TO W38-STORE-NAME
               PERFORM WRITE-NOT-AVAILABLE
               GO TO REPORT-MAINT-AUDIT-EXIT
           END-IF.
           READ MAINT-AUDIT
               AT END SET WS-AUD-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-AUD-EOF
               IF MA-CUSTNBR = W09-CUSTNBR
                   MOVE "OPERATOR" TO W30-MASK-FIELD
                   MOVE MA-OPERATOR TO W32-MASK-VALUE
                   PERFORM MASK-INTERNAL-VALUE
                   MOVE W32-MASK-VALUE TO W35-OPERATOR-OUT
                   MOVE SPACES TO SAR-PACKAGE-RECORD
                   STRING "CUSTMAUD  " MA-TIMESTAMP
                       " CAMPO " MA-FIELD
                       " ANTES " MA-OLD-VALUE
                       " DESPUES " MA-NEW-VALUE
                       " MOTIVO " MA-REASON
                       " OPERADOR " W35-OPERATOR-OUT
                       DELIMITED BY SIZE
                       INTO SAR-PACKAGE-RECORD
                   WRITE SAR-PACKAGE-RECORD
                   ADD 1 TO W24-MA-COUNT
               END-IF
               READ MAINT-AUDIT
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT.
       REPORT-MAINT-AUDIT-EXIT.
           EXIT.

      * A store that cannot be read is named in the package, so the
      * customer is never handed a silently incomplete answer.
       WRITE-NOT-AVAILABLE.
           MOVE SPACES TO SAR-PACKAGE-RECORD.
           STRING W38-STORE-NAME " NO DISPONIBLE EN ESTA CORRIDA"
               DELIMITED BY SIZE
               INTO SAR-PACKAGE-RECORD.
           WRITE SAR-PACKAGE-RECORD.

       MASK-INTERNAL-VALUE.
           CALL "COBOLFMSK" USING W30-MASK-FIELD, W31-MASK-CALLER,
                                   W32-MASK-VALUE, W33-MASK-RESULT,
                                   W39-MASK-LEVEL.

       WRITE-SAR-LOG.
           OPEN EXTEND SAR-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT SAR-LOG
           END-IF.
           MOVE WS-CURRENT-DATE(1:14) TO SL-RUN-TS.
           MOVE WS-CORRID      TO SL-CORRID.
           MOVE W02-OPERATOR   TO SL-OPERATOR.
           MOVE W09-CUSTNBR    TO SL-CUST-NUMBER.
           MOVE W08-CANONICAL  TO SL-CANONICAL.
           MOVE W11-RECEIVED-IN TO SL-RECEIVED.
           MOVE W14-DUE-NUM    TO SL-DUE.
           MOVE W15-DAYS       TO SL-DAYS.
           IF W15-DAYS > W16-DEADLINE-DAYS
               MOVE "N" TO SL-ON-TIME
           ELSE
               MOVE "Y" TO SL-ON-TIME
           END-IF.
           MOVE W28-TOTAL      TO SL-RECORDS.
           MOVE "SARPKG"       TO SL-PACKAGE.
           WRITE SAR-LOG-RECORD.
           CLOSE SAR-LOG.
