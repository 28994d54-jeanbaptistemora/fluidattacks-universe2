       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLEMUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNDO-RETURN ASSIGN TO "EMUNDORTN"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RTN-STATUS.

           SELECT CHANGE-PENDING ASSIGN TO "EMCHGPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EC-TOKEN
           ALTERNATE RECORD KEY IS EC-CUST-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-EC-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-NUMBER
           ALTERNATE RECORD KEY IS CUST-CANONICAL-EMAIL
           FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT EMAIL-HISTORY ASSIGN TO "EMHISTORY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EH-KEY
           FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD UNDO-RETURN.
       01 UNDO-RETURN-RECORD.
           05 UR-TOKEN PIC X(16).

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

       WORKING-STORAGE SECTION.
       01 WS-RTN-STATUS      PIC X(02) VALUE "00".
           88 WS-RTN-EOF      VALUE "10".
       01 WS-EC-STATUS       PIC X(02) VALUE "00".
           88 WS-EC-FOUND    VALUE "00".
           88 WS-EC-NOTFOUND VALUE "23".
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
           88 WS-CUSTMAST-FOUND    VALUE "00".
           88 WS-CUSTMAST-NOTFOUND VALUE "23".
       01 WS-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-SEQ-TRY         PIC 9(02) VALUE 1.
       01 WS-UNDONE          PIC 9(07) VALUE 0.
       01 WS-REJECTED        PIC 9(07) VALUE 0.
       01 W01-SEV-TYPE       PIC X(08) VALUE "EMUNDO".
       01 W02-SEV-ACTOR      PIC X(16) VALUE SPACES.
       01 W03-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W04-SEV-OUTCOME    PIC X(01) VALUE "R".
       01 W91-JRN-PROGRAM    PIC X(10) VALUE "COBOLEMUN".
       01 W92-JRN-FILE       PIC X(10) VALUE "CUSTMAST".
       01 W93-JRN-ACTION     PIC X(01) VALUE "U".
       01 W94-JRN-KEY        PIC X(256) VALUE SPACES.
       01 W95-JRN-BEFORE     PIC X(600) VALUE SPACES.
       01 W96-JRN-AFTER      PIC X(600) VALUE SPACES.

      * Undo links returned from the old address, one token per
      * record as with EMVERRTN.  A token only works once and only
      * while its change is still held; it closes the change as
      * undone, makes sure the master carries the previous address,
      * records the reversal in EMHISTORY and raises a security event
      * so the attempted takeover is looked at.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           OPEN INPUT UNDO-RETURN.
           OPEN I-O CHANGE-PENDING.
           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O EMAIL-HISTORY.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT EMAIL-HISTORY
           END-IF.

           READ UNDO-RETURN
               AT END SET WS-RTN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RTN-EOF
               PERFORM UNDO-ONE-TOKEN
               READ UNDO-RETURN
                   AT END SET WS-RTN-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE UNDO-RETURN.
           CLOSE CHANGE-PENDING.
           CLOSE CUSTOMER-MASTER.
           CLOSE EMAIL-HISTORY.
           DISPLAY "Cambios deshechos: " WS-UNDONE.
           DISPLAY "Fichas rechazadas: " WS-REJECTED.

           GOBACK.

       UNDO-ONE-TOKEN.
           MOVE "00" TO WS-EC-STATUS.
           MOVE UR-TOKEN TO EC-TOKEN.
           READ CHANGE-PENDING
               KEY IS EC-TOKEN
               INVALID KEY SET WS-EC-NOTFOUND TO TRUE
           END-READ.
           IF WS-EC-NOTFOUND OR NOT EC-IS-PENDING
               ADD 1 TO WS-REJECTED
               DISPLAY "Ficha no valida: " UR-TOKEN
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE "U" TO EC-STATUS
               MOVE WS-CURRENT-DATE(1:14) TO EC-CLOSED
               REWRITE CHANGE-PENDING-RECORD
               PERFORM RESTORE-CUSTOMER
               PERFORM WRITE-EMAIL-HISTORY
               PERFORM RAISE-SECURITY-EVENT
               ADD 1 TO WS-UNDONE
           END-IF.

      * While a change is held the master still has the old address;
      * only if something put the new one there is it put back.
       RESTORE-CUSTOMER.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           MOVE EC-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
           END-READ.
           IF WS-CUSTMAST-FOUND AND CUST-EMAIL = EC-NEW-EMAIL
               MOVE CUSTOMER-MASTER-RECORD TO W95-JRN-BEFORE
               MOVE EC-OLD-CANONICAL TO CUST-CANONICAL-EMAIL
               MOVE EC-OLD-EMAIL     TO CUST-EMAIL
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE SPACES TO W94-JRN-KEY
               MOVE CUSTOMER-MASTER-RECORD(1:10) TO W94-JRN-KEY(1:10)
               MOVE CUSTOMER-MASTER-RECORD TO W96-JRN-AFTER
               CALL "COBOLJRNW" USING W91-JRN-PROGRAM, WS-CORRID,
                   W92-JRN-FILE, W93-JRN-ACTION, W94-JRN-KEY,
                   W95-JRN-BEFORE, W96-JRN-AFTER
           END-IF.

       WRITE-EMAIL-HISTORY.
           MOVE EC-OLD-CANONICAL      TO EH-CANONICAL.
           MOVE WS-CURRENT-DATE(1:14) TO EH-TIMESTAMP.
           MOVE EC-NEW-EMAIL          TO EH-OLD-EMAIL.
           MOVE EC-OLD-EMAIL          TO EH-NEW-EMAIL.
           MOVE WS-CORRID             TO EH-CORRID.
           MOVE 1 TO WS-SEQ-TRY.
           PERFORM WRITE-HISTORY-RECORD WITH TEST AFTER
               UNTIL WS-HIST-STATUS = "00" OR WS-SEQ-TRY > 99.

       WRITE-HISTORY-RECORD.
           MOVE WS-SEQ-TRY TO EH-SEQ.
           WRITE EMAIL-HISTORY-RECORD
               INVALID KEY ADD 1 TO WS-SEQ-TRY
           END-WRITE.

       RAISE-SECURITY-EVENT.
           MOVE EC-REQUESTED-BY TO W02-SEV-ACTOR.
           MOVE SPACES TO W03-SEV-OBJECT.
           STRING "CUSTMAST " EC-CUST-NUMBER
               DELIMITED BY SIZE
               INTO W03-SEV-OBJECT.
           CALL "COBOLSEVW" USING W01-SEV-TYPE, WS-CORRID,
               W02-SEV-ACTOR, W03-SEV-OBJECT, W04-SEV-OUTCOME.
