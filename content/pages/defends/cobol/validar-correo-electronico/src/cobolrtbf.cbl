       01 W14-CONFIRM        PIC X(02) VALUE SPACES.
       01 W15-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W16-AUDIT-RESULT   PIC X(01).
       01 W17-HOLD-FILE      PIC X(10) VALUE SPACES.
       01 W18-HOLD-TYPE      PIC X(01) VALUE SPACE.
       01 W19-HOLD-SUBJECT   PIC X(256) VALUE SPACES.
       01 W20-HOLD-DATE      PIC X(08) VALUE SPACES.
       01 W21-HOLD-RESULT    PIC X(01) VALUE "N".
           88 W21-IS-HELD VALUE "H".
       01 W22-HOLD-CASE      PIC X(12) VALUE SPACES.

      * Data-protection erasure: one run removes the customer from
      * the master, the address history, the pending verifications
      * and the suppression list, and the certificate lists exactly
      * which records went from which file, when and by whom - legal
      * asks for that certificate every single time.  A subject
      * under legal hold is not erased at all: the run stops before
      * touching anything and names the case that holds it.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
               GOBACK
           END-IF.

           PERFORM CHECK-LEGAL-HOLD.
           IF W21-IS-HELD
               DISPLAY "Borrado rechazado: el cliente esta bajo "
                   "retencion legal, caso " W22-HOLD-CASE
               MOVE SPACES TO W15-AUDIT-RECORD
               STRING "RTBFHOLD" W09-CUSTNBR W22-HOLD-CASE
                   DELIMITED BY SIZE
                   INTO W15-AUDIT-RECORD
               CALL "COBOLCLSFA" USING W15-AUDIT-RECORD,
                   W16-AUDIT-RESULT
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF.

           DISPLAY "Borrado definitivo de " W08-CANONICAL(1:60).
           DISPLAY "Confirmar (SI): ".
           ACCEPT W14-CONFIRM.
               END-IF
           END-IF.

      * Any hold on the customer counts, whatever file or date range
      * it names, since erasure reaches every file and every date.
       CHECK-LEGAL-HOLD.
           MOVE SPACES TO W17-HOLD-FILE.
           MOVE SPACES TO W20-HOLD-DATE.
           MOVE "N" TO W21-HOLD-RESULT.
           IF W09-CUSTNBR NOT = 0
               MOVE "C" TO W18-HOLD-TYPE
               MOVE SPACES TO W19-HOLD-SUBJECT
               MOVE W09-CUSTNBR TO W19-HOLD-SUBJECT(1:10)
               CALL "COBOLLHCK" USING W17-HOLD-FILE, W18-HOLD-TYPE,
                   W19-HOLD-SUBJECT, W20-HOLD-DATE, W21-HOLD-RESULT,
                   W22-HOLD-CASE
           END-IF.
           IF NOT W21-IS-HELD
               MOVE "E" TO W18-HOLD-TYPE
               MOVE W08-CANONICAL TO W19-HOLD-SUBJECT
               CALL "COBOLLHCK" USING W17-HOLD-FILE, W18-HOLD-TYPE,
                   W19-HOLD-SUBJECT, W20-HOLD-DATE, W21-HOLD-RESULT,
                   W22-HOLD-CASE
           END-IF.

      * The subject itself is clear by now, but a hold on the history
      * file for a date range still keeps those rows.
       CHECK-HISTORY-HOLD.
           MOVE "EMHISTORY" TO W17-HOLD-FILE.
           MOVE "E" TO W18-HOLD-TYPE.
           MOVE EH-CANONICAL TO W19-HOLD-SUBJECT.
           MOVE EH-TIMESTAMP(1:8) TO W20-HOLD-DATE.
           CALL "COBOLLHCK" USING W17-HOLD-FILE, W18-HOLD-TYPE,
               W19-HOLD-SUBJECT, W20-HOLD-DATE, W21-HOLD-RESULT,
               W22-HOLD-CASE.

       PURGE-CUSTOMER-MASTER.
           IF W09-CUSTNBR = 0
               GO TO PURGE-CUSTOMER-MASTER-EXIT
               IF EH-CANONICAL = W08-CANONICAL
                   OR EH-OLD-EMAIL = W08-CANONICAL
                   OR EH-NEW-EMAIL = W08-CANONICAL
                   PERFORM CHECK-HISTORY-HOLD
                   MOVE SPACES TO ERASE-CERT-RECORD
                   IF W21-IS-HELD
                       STRING "EMHISTORY RETENIDO " EH-TIMESTAMP
                           " SEQ " EH-SEQ " CASO " W22-HOLD-CASE
                           DELIMITED BY SIZE
                           INTO ERASE-CERT-RECORD
                       WRITE ERASE-CERT-RECORD
                   ELSE
                       STRING "EMHISTORY BORRADO " EH-TIMESTAMP
                           " SEQ " EH-SEQ
                           DELIMITED BY SIZE
                           INTO ERASE-CERT-RECORD
                       WRITE ERASE-CERT-RECORD
                       DELETE EMAIL-HISTORY RECORD
                       ADD 1 TO W11-EH-DELETED
                   END-IF
               END-IF
               READ EMAIL-HISTORY NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
