       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLEMCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-PENDING ASSIGN TO "EMCHGPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
       01 WS-EC-STATUS       PIC X(02) VALUE "00".
           88 WS-EC-EOF VALUE "10".
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
           88 WS-CUSTMAST-FOUND    VALUE "00".
           88 WS-CUSTMAST-NOTFOUND VALUE "23".
       01 WS-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-SEQ-TRY         PIC 9(02) VALUE 1.
       01 WS-RSTM-STEP    PIC 9(03) VALUE 1.
       01 WS-RSTM-PGM     PIC X(10) VALUE "COBOLEMCA".
       01 WS-RSTM-FN      PIC X(01) VALUE "S".
       01 WS-RSTM-STATE   PIC X(01) VALUE "N".
       01 WS-RSTM-RC      PIC 9(02) VALUE 0.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLEMCA".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-APPLIED        PIC 9(07) VALUE 0.
       01 W02-STALE          PIC 9(07) VALUE 0.
       01 W03-WAITING        PIC 9(07) VALUE 0.
       01 W91-JRN-PROGRAM    PIC X(10) VALUE "COBOLEMCA".
       01 W92-JRN-FILE       PIC X(10) VALUE "CUSTMAST".
       01 W93-JRN-ACTION     PIC X(01) VALUE "U".
       01 W94-JRN-KEY        PIC X(256) VALUE SPACES.
       01 W95-JRN-BEFORE     PIC X(600) VALUE SPACES.
       01 W96-JRN-AFTER      PIC X(600) VALUE SPACES.

      * Applies email changes whose cooling-off period ran out
      * without an undo.  A change whose old address no longer
      * matches the master (someone changed it another way in the
      * meantime) is closed as superseded rather than overwriting the
      * newer value.  Applied changes go to EMHISTORY and MFJOURNAL
      * exactly as a direct COBOLCMM update used to.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE "S" TO WS-RSTM-FN.
           CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
               WS-RSTM-PGM, WS-RSTM-FN, WS-RSTM-STATE, WS-RSTM-RC.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.

           OPEN I-O CHANGE-PENDING.
           IF WS-EC-STATUS = "00"
               OPEN I-O CUSTOMER-MASTER
               OPEN I-O EMAIL-HISTORY
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT EMAIL-HISTORY
               END-IF
               MOVE LOW-VALUES TO EC-TOKEN
               START CHANGE-PENDING KEY IS NOT LESS THAN EC-TOKEN
                   INVALID KEY SET WS-EC-EOF TO TRUE
               END-START
               IF NOT WS-EC-EOF
                   READ CHANGE-PENDING NEXT RECORD
                       AT END SET WS-EC-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-EC-EOF
                   IF EC-IS-PENDING
                       IF EC-EFFECTIVE NOT > WS-CURRENT-DATE(1:14)
                           PERFORM APPLY-ONE-CHANGE
                       ELSE
                           ADD 1 TO W03-WAITING
                       END-IF
                   END-IF
                   READ CHANGE-PENDING NEXT RECORD
                       AT END SET WS-EC-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMAIL-HISTORY
               CLOSE CUSTOMER-MASTER
               CLOSE CHANGE-PENDING
           END-IF.

           MOVE "C" TO WS-RSTM-FN.
           CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
               WS-RSTM-PGM, WS-RSTM-FN, WS-RSTM-STATE, WS-RSTM-RC.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "APLICADOS" TO WS-RSW-CTR-NAME(1).
           MOVE W01-APPLIED TO WS-RSW-CTR-VALUE(1).
           MOVE "OBSOLETOS" TO WS-RSW-CTR-NAME(2).
           MOVE W02-STALE TO WS-RSW-CTR-VALUE(2).
           MOVE "EN ESPERA" TO WS-RSW-CTR-NAME(3).
           MOVE W03-WAITING TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Cambios aplicados: " W01-APPLIED.
           DISPLAY "Cambios obsoletos: " W02-STALE.
           DISPLAY "Cambios en espera: " W03-WAITING.

           MOVE WS-RSTM-RC TO RETURN-CODE.
           GOBACK.

       APPLY-ONE-CHANGE.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           MOVE EC-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               KEY IS CUST-NUMBER
               INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
               OR CUST-EMAIL NOT = EC-OLD-EMAIL
               MOVE "S" TO EC-STATUS
               ADD 1 TO W02-STALE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO W95-JRN-BEFORE
               MOVE EC-NEW-CANONICAL TO CUST-CANONICAL-EMAIL
               MOVE EC-NEW-EMAIL     TO CUST-EMAIL
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
               END-REWRITE
               IF WS-CUSTMAST-NOTFOUND
                   MOVE "S" TO EC-STATUS
                   ADD 1 TO W02-STALE
               ELSE
                   PERFORM JOURNAL-CUSTMAST-CHANGE
                   PERFORM WRITE-EMAIL-HISTORY
                   MOVE "A" TO EC-STATUS
                   ADD 1 TO W01-APPLIED
               END-IF
           END-IF.
           MOVE WS-CURRENT-DATE(1:14) TO EC-CLOSED.
           REWRITE CHANGE-PENDING-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

       WRITE-EMAIL-HISTORY.
           MOVE EC-NEW-CANONICAL      TO EH-CANONICAL.
           MOVE WS-CURRENT-DATE(1:14) TO EH-TIMESTAMP.
           MOVE EC-OLD-EMAIL          TO EH-OLD-EMAIL.
           MOVE EC-NEW-EMAIL          TO EH-NEW-EMAIL.
           MOVE EC-CORRID             TO EH-CORRID.
           MOVE 1 TO WS-SEQ-TRY.
           PERFORM WRITE-HISTORY-RECORD WITH TEST AFTER
               UNTIL WS-HIST-STATUS = "00" OR WS-SEQ-TRY > 99.

       WRITE-HISTORY-RECORD.
           MOVE WS-SEQ-TRY TO EH-SEQ.
           WRITE EMAIL-HISTORY-RECORD
               INVALID KEY ADD 1 TO WS-SEQ-TRY
           END-WRITE.

       JOURNAL-CUSTMAST-CHANGE.
           MOVE SPACES TO W94-JRN-KEY.
           MOVE CUSTOMER-MASTER-RECORD(1:10) TO W94-JRN-KEY(1:10).
           MOVE CUSTOMER-MASTER-RECORD TO W96-JRN-AFTER.
           CALL "COBOLJRNW" USING W91-JRN-PROGRAM, WS-CORRID,
               W92-JRN-FILE, W93-JRN-ACTION, W94-JRN-KEY,
               W95-JRN-BEFORE, W96-JRN-AFTER.
