       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLEMPSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-EMAIL ASSIGN TO "CUSTOMEREMAIL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CUST-STATUS.

           SELECT PART-DEFINITION ASSIGN TO "EMPARTDEF"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEF-STATUS.

           SELECT PART-CONTROL ASSIGN TO "EMPARTCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-PART
           FILE STATUS IS WS-PC-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-NUMBER
           ALTERNATE RECORD KEY IS CUST-CANONICAL-EMAIL
           FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CPCHECKPT ASSIGN TO "CPCHECKPT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CP-RUNID
           FILE STATUS IS WS-CP-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

           SELECT PART-FEED ASSIGN TO DYNAMIC WS-FEED-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-EMAIL.
       01 CUSTOMER-EMAIL-RECORD PIC X(256).

       FD PART-DEFINITION.
       01 PART-DEFINITION-RECORD.
           05 PD-PART      PIC 9(02).
           05 PD-LOW-CUST  PIC 9(10).
           05 PD-HIGH-CUST PIC 9(10).

       FD PART-CONTROL.
       01 PART-CONTROL-RECORD.
           05 PC-PART         PIC 9(02).
           05 PC-SPLIT-CORRID PIC X(12).
           05 PC-LOW-CUST     PIC 9(10).
           05 PC-HIGH-CUST    PIC 9(10).
           05 PC-ASSIGNED     PIC 9(09).
           05 PC-STATUS       PIC X(01).
               88 PC-IS-READY    VALUE "S".
               88 PC-IS-RUNNING  VALUE "P".
               88 PC-IS-COMPLETE VALUE "C".
           05 PC-RUN-CORRID   PIC X(12).
           05 PC-START-TS     PIC X(14).
           05 PC-END-TS       PIC X(14).
           05 PC-COUNTS.
               10 PC-GOOD     PIC 9(07).
               10 PC-BAD      PIC 9(07).
               10 PC-DISP     PIC 9(07).
               10 PC-SUPP     PIC 9(07).
               10 PC-NOMAIL   PIC 9(07).

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

       FD CPCHECKPT.
       01 CPCHECKPT-RECORD.
           02 CP-RUNID       PIC X(10).
           02 CP-LAST-USERID PIC X(10).
           02 CP-FEED-COUNT  PIC 9(09).
           02 CP-COUNTERS.
               03 CP-COUNTER PIC 9(07) OCCURS 5 TIMES.

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SW-PART  PIC 9(02).
           05 SW-SEQ   PIC 9(09).
           05 SW-EMAIL PIC X(256).

       FD PART-FEED.
       01 PART-FEED-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC X(02) VALUE "00".
           88 WS-CUST-EOF VALUE "10".
       01 WS-DEF-STATUS      PIC X(02) VALUE "00".
           88 WS-DEF-EOF VALUE "10".
       01 WS-PC-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
           88 WS-CUSTMAST-FOUND    VALUE "00".
           88 WS-CUSTMAST-NOTFOUND VALUE "23".
       01 WS-PF-STATUS       PIC X(02) VALUE "00".
       01 WS-CP-STATUS       PIC X(02) VALUE "00".
       01 WS-FEED-DSN        PIC X(10) VALUE SPACES.
       01 WS-SORT-EOF-SW     PIC X(01) VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLEMPSP".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-PART-COUNT     PIC 9(02) VALUE 0.
       01 W02-PART-TABLE.
           05 W02-PART OCCURS 20 TIMES.
               10 W02-PART-NO   PIC 9(02).
               10 W02-LOW-CUST  PIC 9(10).
               10 W02-HIGH-CUST PIC 9(10).
               10 W02-ASSIGNED  PIC 9(09).
       01 W03-IDX            PIC 9(02) VALUE 0.
       01 W04-NEW-IDX        PIC 9(02) VALUE 0.
       01 W05-HIT-IDX        PIC 9(02) VALUE 0.
       01 W06-INPUT          PIC 9(09) VALUE 0.
       01 W07-NEW-ADDR       PIC 9(09) VALUE 0.
       01 W08-LOCALPART      PIC X(64) VALUE SPACES.
       01 W09-DOMAIN         PIC X(255) VALUE SPACES.
       01 W10-BASE           PIC X(64) VALUE SPACES.
       01 W11-CANONICAL      PIC X(256) VALUE SPACES.
       01 W12-CURRENT-PART   PIC 9(02) VALUE 0.
       01 W13-DEF-ERROR      PIC X(01) VALUE "N".
           88 W13-DEFS-BAD VALUE "Y".
       01 W14-PART-EDIT      PIC 9(02) VALUE 0.

      * First step of the partitioned COBOLEMBAT run.  EMPARTDEF lists
      * the partitions, each with the customer-number range it owns.
      * Every CUSTOMEREMAIL address is looked up on CUSTMAST under its
      * canonical form and goes to the partition that owns its
      * customer; an address with no customer yet (or one too broken
      * to look up) goes to the partition with the highest range,
      * where new customer numbers are handed out, so only one
      * partition ever creates customers.  Each partition gets its own
      * feed EMFEEDnn in the original order, and EMPARTCTL is rebuilt
      * with the count sent to each so COBOLEMPMG can reconcile; entry
      * 00 carries the input total.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-P.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           PERFORM LOAD-DEFINITIONS.
           IF W01-PART-COUNT = 0 OR W13-DEFS-BAD
               DISPLAY "EMPARTDEF vacio o no valido"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-EMAIL.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMEREMAIL no disponible: " WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.

           SORT SORT-WORK
               ON ASCENDING KEY SW-PART SW-SEQ
               INPUT PROCEDURE IS ROUTE-ADDRESSES
               OUTPUT PROCEDURE IS WRITE-PARTITION-FEEDS.

           CLOSE CUSTOMER-EMAIL.
           CLOSE CUSTOMER-MASTER.
           PERFORM WRITE-PARTITION-CONTROL.
           PERFORM CLEAR-PARTITION-RESTARTS.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "ENTRADA" TO WS-RSW-CTR-NAME(1).
           MOVE W06-INPUT TO WS-RSW-CTR-VALUE(1).
           MOVE "PARTICIONES" TO WS-RSW-CTR-NAME(2).
           MOVE W01-PART-COUNT TO WS-RSW-CTR-VALUE(2).
           MOVE "NUEVOS" TO WS-RSW-CTR-NAME(3).
           MOVE W07-NEW-ADDR TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Correos de entrada: " W06-INPUT.
           DISPLAY "Sin cliente (a la ultima particion): " W07-NEW-ADDR.
           PERFORM VARYING W03-IDX FROM 1 BY 1
                   UNTIL W03-IDX > W01-PART-COUNT
               DISPLAY "Particion " W02-PART-NO(W03-IDX) ": "
                   W02-ASSIGNED(W03-IDX)
           END-PERFORM.

           GOBACK.

      * Partitions must be numbered 01-99, no more than 20 of them,
      * each number once; the one with the highest upper bound takes
      * the new addresses.
       LOAD-DEFINITIONS SECTION.
       LOAD-DEFINITIONS-P.
           MOVE 0 TO W01-PART-COUNT.
           MOVE 0 TO W04-NEW-IDX.
           OPEN INPUT PART-DEFINITION.
           IF WS-DEF-STATUS NOT = "00"
               MOVE "Y" TO W13-DEF-ERROR
           ELSE
               READ PART-DEFINITION
                   AT END SET WS-DEF-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-DEF-EOF OR W13-DEFS-BAD
                   IF PD-PART NOT NUMERIC OR PD-PART = 0
                       OR PD-LOW-CUST NOT NUMERIC
                       OR PD-HIGH-CUST NOT NUMERIC
                       OR PD-LOW-CUST > PD-HIGH-CUST
                       OR W01-PART-COUNT >= 20
                       MOVE "Y" TO W13-DEF-ERROR
                   END-IF
                   PERFORM VARYING W03-IDX FROM 1 BY 1
                           UNTIL W03-IDX > W01-PART-COUNT
                       IF W02-PART-NO(W03-IDX) = PD-PART
                           MOVE "Y" TO W13-DEF-ERROR
                       END-IF
                   END-PERFORM
                   IF NOT W13-DEFS-BAD
                       ADD 1 TO W01-PART-COUNT
                       MOVE PD-PART TO W02-PART-NO(W01-PART-COUNT)
                       MOVE PD-LOW-CUST TO W02-LOW-CUST(W01-PART-COUNT)
                       MOVE PD-HIGH-CUST
                           TO W02-HIGH-CUST(W01-PART-COUNT)
                       MOVE 0 TO W02-ASSIGNED(W01-PART-COUNT)
                       IF W04-NEW-IDX = 0
                           MOVE W01-PART-COUNT TO W04-NEW-IDX
                       ELSE
                           IF PD-HIGH-CUST > W02-HIGH-CUST(W04-NEW-IDX)
                               MOVE W01-PART-COUNT TO W04-NEW-IDX
                           END-IF
                       END-IF
                   END-IF
                   READ PART-DEFINITION
                       AT END SET WS-DEF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PART-DEFINITION
           END-IF.

       ROUTE-ADDRESSES SECTION.
       ROUTE-ADDRESSES-P.
           READ CUSTOMER-EMAIL
               AT END SET WS-CUST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-CUST-EOF
               ADD 1 TO W06-INPUT
               PERFORM FIND-PARTITION
               ADD 1 TO W02-ASSIGNED(W05-HIT-IDX)
               MOVE W02-PART-NO(W05-HIT-IDX) TO SW-PART
               MOVE W06-INPUT TO SW-SEQ
               MOVE CUSTOMER-EMAIL-RECORD TO SW-EMAIL
               RELEASE SORT-RECORD
               READ CUSTOMER-EMAIL
                   AT END SET WS-CUST-EOF TO TRUE
               END-READ
           END-PERFORM.

      * The canonical form here is the one COBOLEMCK produces: the
      * local part up to any "+" tag, the domain, all in lower case.
       FIND-PARTITION SECTION.
       FIND-PARTITION-P.
           MOVE W04-NEW-IDX TO W05-HIT-IDX.
           MOVE SPACES TO W08-LOCALPART.
           MOVE SPACES TO W09-DOMAIN.
           MOVE SPACES TO W10-BASE.
           MOVE SPACES TO W11-CANONICAL.
           UNSTRING CUSTOMER-EMAIL-RECORD
               DELIMITED BY "@"
               INTO W08-LOCALPART W09-DOMAIN.
           IF W08-LOCALPART NOT = SPACES AND W09-DOMAIN NOT = SPACES
               UNSTRING W08-LOCALPART
                   DELIMITED BY "+"
                   INTO W10-BASE
               STRING W10-BASE "@" W09-DOMAIN
                   DELIMITED BY SPACE
                   INTO W11-CANONICAL
               MOVE FUNCTION LOWER-CASE(W11-CANONICAL)
                   TO CUST-CANONICAL-EMAIL
               MOVE "00" TO WS-CUSTMAST-STATUS
               READ CUSTOMER-MASTER
                   KEY IS CUST-CANONICAL-EMAIL
                   INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
               END-READ
               IF WS-CUSTMAST-FOUND
                   PERFORM VARYING W03-IDX FROM 1 BY 1
                           UNTIL W03-IDX > W01-PART-COUNT
                       IF CUST-NUMBER NOT < W02-LOW-CUST(W03-IDX)
                           AND CUST-NUMBER NOT > W02-HIGH-CUST(W03-IDX)
                           MOVE W03-IDX TO W05-HIT-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF NOT WS-CUSTMAST-FOUND OR W08-LOCALPART = SPACES
               OR W09-DOMAIN = SPACES
               ADD 1 TO W07-NEW-ADDR
           END-IF.

       WRITE-PARTITION-FEEDS SECTION.
       WRITE-PARTITION-FEEDS-P.
           MOVE 0 TO W12-CURRENT-PART.
           RETURN SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               IF SW-PART NOT = W12-CURRENT-PART
                   IF W12-CURRENT-PART NOT = 0
                       CLOSE PART-FEED
                   END-IF
                   MOVE SW-PART TO W12-CURRENT-PART
                   PERFORM OPEN-PARTITION-FEED
               END-IF
               MOVE SW-EMAIL TO PART-FEED-RECORD
               WRITE PART-FEED-RECORD
               RETURN SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.
           IF W12-CURRENT-PART NOT = 0
               CLOSE PART-FEED
           END-IF.
      * A partition that drew no addresses still gets an empty feed,
      * so every partition job finds its input.
           PERFORM VARYING W03-IDX FROM 1 BY 1
                   UNTIL W03-IDX > W01-PART-COUNT
               IF W02-ASSIGNED(W03-IDX) = 0
                   MOVE W02-PART-NO(W03-IDX) TO W12-CURRENT-PART
                   PERFORM OPEN-PARTITION-FEED
                   CLOSE PART-FEED
               END-IF
           END-PERFORM.

       OPEN-PARTITION-FEED SECTION.
       OPEN-PARTITION-FEED-P.
           MOVE W12-CURRENT-PART TO W14-PART-EDIT.
           MOVE SPACES TO WS-FEED-DSN.
           STRING "EMFEED" W14-PART-EDIT
               DELIMITED BY SIZE
               INTO WS-FEED-DSN.
           OPEN OUTPUT PART-FEED.

       WRITE-PARTITION-CONTROL SECTION.
       WRITE-PARTITION-CONTROL-P.
           OPEN OUTPUT PART-CONTROL.
           MOVE SPACES TO PART-CONTROL-RECORD.
           MOVE 0 TO PC-PART.
           MOVE WS-CORRID TO PC-SPLIT-CORRID.
           MOVE 0 TO PC-LOW-CUST.
           MOVE 0 TO PC-HIGH-CUST.
           MOVE W06-INPUT TO PC-ASSIGNED.
           MOVE "C" TO PC-STATUS.
           MOVE ZEROES TO PC-COUNTS.
           WRITE PART-CONTROL-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM VARYING W03-IDX FROM 1 BY 1
                   UNTIL W03-IDX > W01-PART-COUNT
               MOVE SPACES TO PART-CONTROL-RECORD
               MOVE W02-PART-NO(W03-IDX) TO PC-PART
               MOVE WS-CORRID TO PC-SPLIT-CORRID
               MOVE W02-LOW-CUST(W03-IDX) TO PC-LOW-CUST
               MOVE W02-HIGH-CUST(W03-IDX) TO PC-HIGH-CUST
               MOVE W02-ASSIGNED(W03-IDX) TO PC-ASSIGNED
               MOVE "S" TO PC-STATUS
               MOVE ZEROES TO PC-COUNTS
               WRITE PART-CONTROL-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
           CLOSE PART-CONTROL.

      * A new split starts every partition from its first record; a
      * restart point left by an earlier split's partition would
      * otherwise skip into the new feed.
       CLEAR-PARTITION-RESTARTS SECTION.
       CLEAR-PARTITION-RESTARTS-P.
           OPEN I-O CPCHECKPT.
           IF WS-CP-STATUS = "00"
               PERFORM VARYING W03-IDX FROM 1 BY 1
                       UNTIL W03-IDX > W01-PART-COUNT
                   MOVE W02-PART-NO(W03-IDX) TO W14-PART-EDIT
                   MOVE SPACES TO CP-RUNID
                   STRING "EMBAT" W14-PART-EDIT
                       DELIMITED BY SIZE
                       INTO CP-RUNID
                   DELETE CPCHECKPT RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE CPCHECKPT
           END-IF.
