           ALTERNATE RECORD KEY IS CUST-CANONICAL-EMAIL
           FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT TEMPLATE-CLASS ASSIGN TO "NQTMPLCLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TC-TEMPLATE
           FILE STATUS IS WS-TC-STATUS.

           SELECT CUST-CONSENT ASSIGN TO "CUSTCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CONS-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD SUPPRESS-LIST.
       01 SUPPRESS-LIST-RECORD.
           05 CUST-BOUNCE-COUNT    PIC 9(03).
           05 CUST-LAST-BOUNCE     PIC X(08).

       FD TEMPLATE-CLASS.
       01 TEMPLATE-CLASS-RECORD.
           05 TC-TEMPLATE    PIC X(07).
           05 TC-CLASS       PIC X(01).
               88 TC-IS-SERVICE   VALUE "S".
               88 TC-IS-MARKETING VALUE "M".
           05 TC-PURPOSE     PIC X(04).
           05 TC-DESCRIPTION PIC X(30).
           05 TC-EMAIL-OK    PIC X(01).
               88 TC-NO-EMAIL VALUE "N".
           05 TC-SMS-OK      PIC X(01).
               88 TC-SMS-ALLOWED VALUE "Y".

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

       WORKING-STORAGE SECTION.
       01 WS-NQ-STATUS       PIC X(02) VALUE "00".
       01 WS-SUP-STATUS      PIC X(02) VALUE "00".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-BLOCKED        PIC X(01) VALUE "N".
           88 W01-IS-BLOCKED VALUE "Y".
       01 WS-TC-STATUS       PIC X(02) VALUE "00".
           88 WS-TC-FOUND    VALUE "00".
           88 WS-TC-NOTFOUND VALUE "23".
       01 WS-CONS-STATUS     PIC X(02) VALUE "00".
           88 WS-CONS-FOUND    VALUE "00".
           88 WS-CONS-NOTFOUND VALUE "23".
       01 W02-CUST-NUMBER    PIC 9(10) VALUE 0.
       01 W03-CHANNEL        PIC X(01) VALUE "E".
       01 W04-CONSENTED      PIC X(01) VALUE "N".
           88 W04-HAS-CONSENT VALUE "Y".
       01 W05-EMAIL-BARRED   PIC X(01) VALUE "N".
           88 W05-IS-BARRED  VALUE "Y".

       LINKAGE SECTION.
       01 CK-RECIPIENT PIC X(256).
           88 CK-SUPPRESSED    VALUE "S".
           88 CK-UNDELIVERABLE VALUE "U".
           88 CK-QUEUE-ERROR   VALUE "E".
           88 CK-NO-CONSENT    VALUE "C".
           88 CK-CHANNEL-BARRED VALUE "X".

      * Single door for outbound messages: any program queues with a
      * recipient, a MSGCAT template id and substitution values.  The
      * writer refuses recipients on the suppression list or flagged
      * undeliverable on the customer master, so no caller can mail
      * around the bounce controls, and refuses marketing templates
      * without the customer's current consent.  Email is the
      * channel here; a template NQTMPLCLS marks as not for email
      * (an SMS-only code) is refused.  SMS goes through COBOLNQWS.
       PROCEDURE DIVISION USING CK-RECIPIENT, CK-TEMPLATE, CK-SUBST,
                                 CK-RESULT.
       MAIN.
               GOBACK
           END-IF.

           PERFORM CHECK-CONSENT THRU CHECK-CONSENT-EXIT.
           IF NOT W04-HAS-CONSENT
               SET CK-NO-CONSENT TO TRUE
               GOBACK
           END-IF.
           IF W05-IS-BARRED
               SET CK-CHANNEL-BARRED TO TRUE
               GOBACK
           END-IF.

           PERFORM WRITE-QUEUE-RECORD.

           GOBACK.

       CHECK-UNDELIVERABLE.
           MOVE "N" TO W01-BLOCKED.
           MOVE 0 TO W02-CUST-NUMBER.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMAST-STATUS = "00"
               IF WS-CUSTMAST-FOUND AND CUST-IS-UNDELIVERABLE
                   MOVE "Y" TO W01-BLOCKED
               END-IF
               IF WS-CUSTMAST-FOUND
                   MOVE CUST-NUMBER TO W02-CUST-NUMBER
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.

      * Service messages (resets, codes, expiry notices) always go.
      * A template NQTMPLCLS marks as marketing only goes to a known
      * customer whose consent for this channel and the template's
      * purpose is granted and already effective; no record, a
      * withdrawal or an unknown recipient all count as no consent.
       CHECK-CONSENT.
           MOVE "Y" TO W04-CONSENTED.
           MOVE "N" TO W05-EMAIL-BARRED.
           MOVE "00" TO WS-TC-STATUS.
           OPEN INPUT TEMPLATE-CLASS.
           IF WS-TC-STATUS NOT = "00"
               GO TO CHECK-CONSENT-EXIT
           END-IF.
           MOVE CK-TEMPLATE TO TC-TEMPLATE.
           READ TEMPLATE-CLASS
               KEY IS TC-TEMPLATE
               INVALID KEY SET WS-TC-NOTFOUND TO TRUE
           END-READ.
           CLOSE TEMPLATE-CLASS.
           IF WS-TC-FOUND AND TC-NO-EMAIL
               MOVE "Y" TO W05-EMAIL-BARRED
           END-IF.
           IF WS-TC-NOTFOUND OR NOT TC-IS-MARKETING
               GO TO CHECK-CONSENT-EXIT
           END-IF.

           MOVE "N" TO W04-CONSENTED.
           IF W02-CUST-NUMBER = 0
               GO TO CHECK-CONSENT-EXIT
           END-IF.
           MOVE "00" TO WS-CONS-STATUS.
           OPEN INPUT CUST-CONSENT.
           IF WS-CONS-STATUS NOT = "00"
               GO TO CHECK-CONSENT-EXIT
           END-IF.
           MOVE W02-CUST-NUMBER TO CN-CUST-NUMBER.
           MOVE W03-CHANNEL     TO CN-CHANNEL.
           MOVE TC-PURPOSE      TO CN-PURPOSE.
           READ CUST-CONSENT
               KEY IS CN-KEY
               INVALID KEY SET WS-CONS-NOTFOUND TO TRUE
           END-READ.
           CLOSE CUST-CONSENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF WS-CONS-FOUND AND CN-IS-GRANTED
               AND CN-EFF-DATE NOT > WS-CURRENT-DATE(1:8)
               MOVE "Y" TO W04-CONSENTED
           END-IF.
       CHECK-CONSENT-EXIT.
           EXIT.

       WRITE-QUEUE-RECORD.
           CALL "COBOLCORR" USING WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "P" TO NQ-STATUS.
           MOVE SPACES TO NQ-SENT-TS.
           MOVE WS-CORRID TO NQ-CORRID.
           MOVE 0 TO NQ-ATTEMPTS.
           MOVE SPACES TO NQ-NEXT-TRY.
           MOVE SPACES TO NQ-LAST-ERROR.
           MOVE "E" TO NQ-CHANNEL.
           MOVE SPACES TO NQ-DLV-STATUS.
           MOVE SPACES TO NQ-DLV-TS.
           PERFORM WRITE-WITH-NEXT-SEQ
               UNTIL CK-QUEUED OR NQ-SEQ > 9990.
           CLOSE NOTIFY-QUEUE.
