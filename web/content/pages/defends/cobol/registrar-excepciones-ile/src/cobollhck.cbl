       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLLHCK.

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

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS     PIC X(02) VALUE "00".
           88 WS-HOLD-EOF VALUE "10".
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
           88 WS-CUSTMAST-FOUND VALUE "00".
       01 W01-LOADED         PIC X(01) VALUE "N".
           88 W01-IS-LOADED VALUE "Y".
       01 W02-UNREADABLE     PIC X(01) VALUE "N".
           88 W02-REGISTER-UNREADABLE VALUE "Y".
       01 W03-HOLD-COUNT     PIC 9(03) VALUE 0.
       01 W04-IDX            PIC 9(03) VALUE 0.
       01 W05-HOLD-TABLE.
           05 W05-HOLD OCCURS 500 TIMES.
               10 W05-CASE-REF  PIC X(12).
               10 W05-TYPE      PIC X(01).
               10 W05-SUBJECT   PIC X(16).
               10 W05-CANONICAL PIC X(256).
               10 W05-FILE      PIC X(10).
               10 W05-FROM-DATE PIC X(08).
               10 W05-TO-DATE   PIC X(08).
       01 W06-MATCH          PIC X(01) VALUE "N".
           88 W06-IS-MATCH VALUE "Y".

       LINKAGE SECTION.
       01 CK-FILE      PIC X(10).
       01 CK-SUBJ-TYPE PIC X(01).
           88 CK-BY-CUSTOMER VALUE "C".
           88 CK-BY-USER     VALUE "U".
           88 CK-BY-EMAIL    VALUE "E".
       01 CK-SUBJECT   PIC X(256).
       01 CK-REC-DATE  PIC X(08).
       01 CK-RESULT    PIC X(01).
           88 CK-HELD     VALUE "H".
           88 CK-NOT-HELD VALUE "N".
       01 CK-CASE-REF  PIC X(12).

      * Is this record under a legal hold?  CK-FILE is the file the
      * record lives on (blank when the question is about the subject
      * as a whole, as in an erasure), CK-SUBJ-TYPE says whether
      * CK-SUBJECT is a customer number, a username or a canonical
      * address, and CK-REC-DATE is the record's own date (blank when
      * it has none).  A hold on a whole file only answers questions
      * about that file.  A customer hold also covers the customer's
      * current canonical address, looked up once when the register
      * is loaded.  Active holds and holds waiting for a second
      * person to release them both count.  The register is loaded
      * on the first call and kept for the run; if it exists but
      * cannot be read, holds more entries than the table, or the
      * customer master needed for the address lookup cannot be
      * opened, every record is reported as held so nothing is
      * purged on a guess.
       PROCEDURE DIVISION USING CK-FILE, CK-SUBJ-TYPE, CK-SUBJECT,
                                CK-REC-DATE, CK-RESULT, CK-CASE-REF.
       MAIN.
           IF NOT W01-IS-LOADED
               PERFORM LOAD-HOLDS THRU LOAD-HOLDS-EXIT
           END-IF.

           SET CK-NOT-HELD TO TRUE.
           MOVE SPACES TO CK-CASE-REF.
           IF W02-REGISTER-UNREADABLE
               SET CK-HELD TO TRUE
               MOVE "*REGISTRO*" TO CK-CASE-REF
               GOBACK
           END-IF.

           MOVE "N" TO W06-MATCH.
           PERFORM VARYING W04-IDX FROM 1 BY 1
                   UNTIL W04-IDX > W03-HOLD-COUNT OR W06-IS-MATCH
               PERFORM MATCH-ONE-HOLD THRU MATCH-ONE-HOLD-EXIT
           END-PERFORM.
           IF W06-IS-MATCH
               SET CK-HELD TO TRUE
               SUBTRACT 1 FROM W04-IDX
               MOVE W05-CASE-REF(W04-IDX) TO CK-CASE-REF
           END-IF.

           GOBACK.

       MATCH-ONE-HOLD.
           IF W05-FILE(W04-IDX) NOT = SPACES
               AND CK-FILE NOT = SPACES
               AND W05-FILE(W04-IDX) NOT = CK-FILE
               GO TO MATCH-ONE-HOLD-EXIT
           END-IF.
           IF CK-REC-DATE NOT = SPACES
               IF W05-FROM-DATE(W04-IDX) NOT = SPACES
                   AND CK-REC-DATE < W05-FROM-DATE(W04-IDX)
                   GO TO MATCH-ONE-HOLD-EXIT
               END-IF
               IF W05-TO-DATE(W04-IDX) NOT = SPACES
                   AND CK-REC-DATE > W05-TO-DATE(W04-IDX)
                   GO TO MATCH-ONE-HOLD-EXIT
               END-IF
           END-IF.
           EVALUATE W05-TYPE(W04-IDX)
               WHEN "F"
                   IF CK-FILE NOT = SPACES
                       MOVE "Y" TO W06-MATCH
                   END-IF
               WHEN "C"
                   IF CK-BY-CUSTOMER
                       AND CK-SUBJECT(1:10) = W05-SUBJECT(W04-IDX)(1:10)
                       MOVE "Y" TO W06-MATCH
                   END-IF
                   IF CK-BY-EMAIL
                       AND W05-CANONICAL(W04-IDX) NOT = SPACES
                       AND CK-SUBJECT = W05-CANONICAL(W04-IDX)
                       MOVE "Y" TO W06-MATCH
                   END-IF
               WHEN "U"
                   IF CK-BY-USER
                       AND CK-SUBJECT(1:16) = W05-SUBJECT(W04-IDX)
                       MOVE "Y" TO W06-MATCH
                   END-IF
           END-EVALUATE.
       MATCH-ONE-HOLD-EXIT.
           EXIT.

       LOAD-HOLDS.
           MOVE "Y" TO W01-LOADED.
           MOVE 0 TO W03-HOLD-COUNT.
           OPEN INPUT LEGAL-HOLD.
           IF WS-HOLD-STATUS = "35"
               GO TO LOAD-HOLDS-EXIT
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "Y" TO W02-UNREADABLE
               GO TO LOAD-HOLDS-EXIT
           END-IF.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE "Y" TO W02-UNREADABLE
               CLOSE LEGAL-HOLD
               GO TO LOAD-HOLDS-EXIT
           END-IF.
           READ LEGAL-HOLD NEXT RECORD
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-HOLD-EOF OR W02-REGISTER-UNREADABLE
               IF HL-IS-ACTIVE OR HL-RELEASE-PENDING
                   PERFORM KEEP-ONE-HOLD
               END-IF
               READ LEGAL-HOLD NEXT RECORD
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
           CLOSE LEGAL-HOLD.
       LOAD-HOLDS-EXIT.
           EXIT.

       KEEP-ONE-HOLD.
           IF W03-HOLD-COUNT >= 500
               MOVE "Y" TO W02-UNREADABLE
           ELSE
               ADD 1 TO W03-HOLD-COUNT
               MOVE HL-CASE-REF  TO W05-CASE-REF(W03-HOLD-COUNT)
               MOVE HL-TYPE      TO W05-TYPE(W03-HOLD-COUNT)
               MOVE HL-SUBJECT   TO W05-SUBJECT(W03-HOLD-COUNT)
               MOVE SPACES       TO W05-CANONICAL(W03-HOLD-COUNT)
               MOVE HL-FILE      TO W05-FILE(W03-HOLD-COUNT)
               MOVE HL-FROM-DATE TO W05-FROM-DATE(W03-HOLD-COUNT)
               MOVE HL-TO-DATE   TO W05-TO-DATE(W03-HOLD-COUNT)
               IF HL-ON-CUSTOMER AND HL-SUBJECT(1:10) NUMERIC
                   MOVE HL-SUBJECT(1:10) TO CUST-NUMBER
                   MOVE "00" TO WS-CUSTMAST-STATUS
                   READ CUSTOMER-MASTER
                       KEY IS CUST-NUMBER
                       INVALID KEY MOVE "23" TO WS-CUSTMAST-STATUS
                   END-READ
                   IF WS-CUSTMAST-FOUND
                       MOVE CUST-CANONICAL-EMAIL
                           TO W05-CANONICAL(W03-HOLD-COUNT)
                   END-IF
               END-IF
           END-IF.
