       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLNQWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NQ-KEY
           FILE STATUS IS WS-NQ-STATUS.

           SELECT TEMPLATE-CLASS ASSIGN TO "NQTMPLCLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TC-TEMPLATE
           FILE STATUS IS WS-TC-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT PHONE-DIRECTORY ASSIGN TO "PHONEDIR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS PD-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PD-PHONE-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PHONEDIR-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME    PIC X(16).
           05 USR-SALT        PIC X(08).
           05 USR-PWD-HASH    PIC X(32).
           05 USR-PWD-CHANGED PIC X(14).
           05 USR-GRACE-USED  PIC 9(02).
           05 USR-STATUS      PIC X(01).
               88 USR-IS-DISABLED VALUE "D".
           05 USR-FORCE-CHANGE PIC X(01).
               88 USR-MUST-CHANGE VALUE "Y".
           05 USR-EMPLOYEE-ID PIC X(10).
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD PHONE-DIRECTORY.
       01 PHONE-DIRECTORY-RECORD.
           05 PD-EMPLOYEE-ID  PIC X(06).
           05 PD-LAST-NAME    PIC X(10).
           05 PD-FIRST-NAME   PIC X(10).
           05 PD-PHONE-NUMBER PIC X(15).
           05 PD-COUNTRY-CODE PIC X(03).
           05 PD-DEPARTMENT   PIC X(04).
           05 PD-LOCATION     PIC X(04).
           05 PD-MANAGER-ID   PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS-NQ-STATUS       PIC X(02) VALUE "00".
       01 WS-TC-STATUS       PIC X(02) VALUE "00".
           88 WS-TC-FOUND    VALUE "00".
           88 WS-TC-NOTFOUND VALUE "23".
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-FOUND    VALUE "00".
           88 WS-USRMAST-NOTFOUND VALUE "23".
       01 WS-PHONEDIR-STATUS PIC X(02) VALUE "00".
           88 WS-PHONEDIR-FOUND    VALUE "00".
           88 WS-PHONEDIR-NOTFOUND VALUE "23".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-MOBILE         PIC X(20) VALUE SPACES.
       01 W02-MOBILE-PTR     PIC 9(02) VALUE 1.
       01 W03-POS            PIC 9(02) VALUE 0.
       01 W04-CHAR           PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01 CK-USERNAME  PIC X(16).
       01 CK-TEMPLATE  PIC X(07).
       01 CK-SUBST     PIC X(32).
       01 CK-RESULT    PIC X(01).
           88 CK-QUEUED         VALUE "Q".
           88 CK-NO-MOBILE      VALUE "N".
           88 CK-CHANNEL-BARRED VALUE "X".
           88 CK-QUEUE-ERROR    VALUE "E".

      * SMS counterpart of COBOLNQW for employee sign-on and reset
      * codes.  The caller names the user; the mobile number comes
      * from PHONEDIR through USR-EMPLOYEE-ID and is queued in the
      * international +cc form with the national digits only, the
      * way the gateway expects it.  Only templates NQTMPLCLS marks as
      * allowed on SMS (and never marketing) go out this way.
       PROCEDURE DIVISION USING CK-USERNAME, CK-TEMPLATE, CK-SUBST,
                                 CK-RESULT.
       MAIN.
           SET CK-QUEUE-ERROR TO TRUE.

           PERFORM CHECK-TEMPLATE-CHANNEL.
           IF NOT WS-TC-FOUND OR NOT TC-SMS-ALLOWED
               OR TC-IS-MARKETING
               SET CK-CHANNEL-BARRED TO TRUE
               GOBACK
           END-IF.

           PERFORM RESOLVE-MOBILE THRU RESOLVE-MOBILE-EXIT.
           IF W01-MOBILE = SPACES
               SET CK-NO-MOBILE TO TRUE
               GOBACK
           END-IF.

           PERFORM WRITE-QUEUE-RECORD.

           GOBACK.

       CHECK-TEMPLATE-CHANNEL.
           MOVE "23" TO WS-TC-STATUS.
           OPEN INPUT TEMPLATE-CLASS.
           IF WS-TC-STATUS = "00"
               MOVE CK-TEMPLATE TO TC-TEMPLATE
               READ TEMPLATE-CLASS
                   KEY IS TC-TEMPLATE
                   INVALID KEY SET WS-TC-NOTFOUND TO TRUE
               END-READ
               CLOSE TEMPLATE-CLASS
           END-IF.

       RESOLVE-MOBILE.
           MOVE SPACES TO W01-MOBILE.
           MOVE "23" TO WS-USRMAST-STATUS.
           OPEN INPUT USER-MASTER.
           IF WS-USRMAST-STATUS = "00"
               MOVE CK-USERNAME TO USR-USERNAME
               READ USER-MASTER
                   KEY IS USR-USERNAME
                   INVALID KEY SET WS-USRMAST-NOTFOUND TO TRUE
               END-READ
               CLOSE USER-MASTER
           END-IF.
           IF NOT WS-USRMAST-FOUND OR USR-EMPLOYEE-ID = SPACES
               OR USR-IS-DISABLED
               GO TO RESOLVE-MOBILE-EXIT
           END-IF.

           MOVE "23" TO WS-PHONEDIR-STATUS.
           OPEN INPUT PHONE-DIRECTORY.
           IF WS-PHONEDIR-STATUS = "00"
               MOVE USR-EMPLOYEE-ID(1:6) TO PD-EMPLOYEE-ID
               READ PHONE-DIRECTORY
                   KEY IS PD-EMPLOYEE-ID
                   INVALID KEY SET WS-PHONEDIR-NOTFOUND TO TRUE
               END-READ
               CLOSE PHONE-DIRECTORY
           END-IF.
           IF NOT WS-PHONEDIR-FOUND OR PD-PHONE-NUMBER = SPACES
               OR PD-COUNTRY-CODE = SPACES
               GO TO RESOLVE-MOBILE-EXIT
           END-IF.

           MOVE "+" TO W01-MOBILE.
           MOVE 2 TO W02-MOBILE-PTR.
           PERFORM VARYING W03-POS FROM 1 BY 1 UNTIL W03-POS > 3
               MOVE PD-COUNTRY-CODE(W03-POS:1) TO W04-CHAR
               PERFORM ADD-MOBILE-DIGIT
           END-PERFORM.
           PERFORM VARYING W03-POS FROM 1 BY 1 UNTIL W03-POS > 15
               MOVE PD-PHONE-NUMBER(W03-POS:1) TO W04-CHAR
               PERFORM ADD-MOBILE-DIGIT
           END-PERFORM.
           IF W02-MOBILE-PTR < 6
               MOVE SPACES TO W01-MOBILE
           END-IF.
       RESOLVE-MOBILE-EXIT.
           EXIT.

      * Directory numbers carry spaces, dashes and brackets for the
      * switchboards; only the digits go to the gateway.
       ADD-MOBILE-DIGIT.
           IF W04-CHAR IS NUMERIC AND W02-MOBILE-PTR < 21
               MOVE W04-CHAR TO W01-MOBILE(W02-MOBILE-PTR:1)
               ADD 1 TO W02-MOBILE-PTR
           END-IF.

       WRITE-QUEUE-RECORD.
           CALL "COBOLCORR" USING WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN I-O NOTIFY-QUEUE.
           IF WS-NQ-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF.
           IF WS-NQ-STATUS NOT = "00"
               GOBACK
           END-IF.
           MOVE WS-CURRENT-DATE(1:14) TO NQ-QUEUED-TS.
           MOVE 0 TO NQ-SEQ.
           MOVE W01-MOBILE   TO NQ-RECIPIENT.
           MOVE CK-TEMPLATE  TO NQ-TEMPLATE.
           MOVE CK-SUBST     TO NQ-SUBST.
           MOVE "P" TO NQ-STATUS.
           MOVE SPACES TO NQ-SENT-TS.
           MOVE WS-CORRID TO NQ-CORRID.
           MOVE 0 TO NQ-ATTEMPTS.
           MOVE SPACES TO NQ-NEXT-TRY.
           MOVE SPACES TO NQ-LAST-ERROR.
           MOVE "S" TO NQ-CHANNEL.
           MOVE SPACES TO NQ-DLV-STATUS.
           MOVE SPACES TO NQ-DLV-TS.
           PERFORM WRITE-WITH-NEXT-SEQ
               UNTIL CK-QUEUED OR NQ-SEQ > 9990.
           CLOSE NOTIFY-QUEUE.

       WRITE-WITH-NEXT-SEQ.
           WRITE NOTIFY-QUEUE-RECORD
               INVALID KEY ADD 1 TO NQ-SEQ
               NOT INVALID KEY SET CK-QUEUED TO TRUE
           END-WRITE.
