       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRPTD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DIST ASSIGN TO "RPTDIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DT-KEY
           FILE STATUS IS WS-DIST-STATUS.

           SELECT USER-ROLES ASSIGN TO "USERROLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS URL-USERNAME
           FILE STATUS IS WS-USERROLE-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT MAIL-DOMAIN ASSIGN TO "MAILDOM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DOM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REPORT-DIST.
       01 REPORT-DIST-RECORD.
           05 DT-KEY.
               10 DT-REPORT     PIC X(10).
               10 DT-SEQ        PIC 9(03).
           05 DT-TYPE           PIC X(01).
               88 DT-TO-USER     VALUE "U".
               88 DT-TO-ROLE     VALUE "R".
           05 DT-TARGET         PIC X(16).
           05 DT-ADDED-BY       PIC X(16).
           05 DT-ADDED-TS       PIC X(14).

       FD USER-ROLES.
       01 USER-ROLE-RECORD.
           05 URL-USERNAME   PIC X(16).
           05 URL-GRANT-TABLE.
               10 URL-GRANT OCCURS 5 TIMES.
                   15 URL-ROLE       PIC X(08).
                   15 URL-GRANTED-BY PIC X(16).
                   15 URL-GRANTED-TS PIC X(14).
                   15 URL-EXPIRES    PIC X(08).

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
           05 USR-EMPLOYEE-ID PIC X(10).
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD MAIL-DOMAIN.
       01 MAIL-DOMAIN-RECORD.
           02 MD-DOMAIN PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS     PIC X(02) VALUE "00".
           88 WS-DIST-EOF VALUE "10" "23".
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
           88 WS-USERROLE-EOF VALUE "10".
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-FOUND VALUE "00".
       01 WS-DOM-STATUS      PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-DOMAIN         PIC X(40) VALUE "EMPRESA.CO".
       01 W02-SENT-COUNT     PIC 9(03) VALUE 0.
       01 W03-SENT-TABLE.
           05 W03-SENT-USER OCCURS 200 TIMES PIC X(16).
       01 W04-SUB            PIC 9(03) VALUE 0.
       01 W05-GRANT          PIC 9(01) VALUE 0.
       01 W06-ALREADY        PIC X(01) VALUE "N".
           88 W06-IS-ALREADY VALUE "Y".
       01 W07-USER           PIC X(16) VALUE SPACES.
       01 W08-ROLE-COUNT     PIC 9(02) VALUE 0.
       01 W09-ROLE-TABLE.
           05 W09-ROLE OCCURS 20 TIMES PIC X(08).
       01 W10-ROLE-SUB       PIC 9(02) VALUE 0.
       01 W11-ROLE-HIT       PIC X(01) VALUE "N".
           88 W11-HAS-ROLE VALUE "Y".
       01 W12-NQ-RECIPIENT   PIC X(256) VALUE SPACES.
       01 W13-NQ-TEMPLATE    PIC X(07) VALUE "RPT0001".
       01 W14-NQ-SUBST       PIC X(32) VALUE SPACES.
       01 W15-NQ-RESULT      PIC X(01).
           88 W15-NQ-QUEUED VALUE "Q".

       LINKAGE SECTION.
       01 CK-REPORT  PIC X(10).
       01 CK-RUN-TS  PIC X(14).
       01 CK-SEQ     PIC 9(02).
       01 CK-TITLE   PIC X(60).
       01 CK-NOTICES PIC 9(03).

      * Distribution of a catalogued report.  RPTDIST lists, per
      * report, the users (U) and roles (R) it goes to.  Each
      * recipient gets one NOTIFYQ notice naming the report and the
      * run, which is the key to open it in COBOLRPTV; the report
      * itself never leaves the repository by mail.  A role reaches
      * every holder of a current grant.  Disabled users and service
      * accounts are skipped, since neither can sign on to read it,
      * and nobody is told twice about the same run.  The address is
      * the user name at the company mail domain (MAILDOM), as for
      * the other staff notices.
       PROCEDURE DIVISION USING CK-REPORT, CK-RUN-TS, CK-SEQ, CK-TITLE,
                                CK-NOTICES.
       MAIN.
           MOVE 0 TO CK-NOTICES.
           MOVE 0 TO W02-SENT-COUNT.
           MOVE 0 TO W08-ROLE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN INPUT REPORT-DIST.
           IF WS-DIST-STATUS NOT = "00"
               GOBACK
           END-IF.

           PERFORM LOAD-MAIL-DOMAIN.
           MOVE SPACES TO W14-NQ-SUBST.
           STRING CK-REPORT DELIMITED BY SPACE
               " " CK-RUN-TS "-" CK-SEQ
               DELIMITED BY SIZE
               INTO W14-NQ-SUBST.

           OPEN INPUT USER-MASTER.

           MOVE CK-REPORT TO DT-REPORT.
           MOVE 0 TO DT-SEQ.
           START REPORT-DIST KEY IS NOT LESS THAN DT-KEY
               INVALID KEY SET WS-DIST-EOF TO TRUE
           END-START.
           IF NOT WS-DIST-EOF
               READ REPORT-DIST NEXT RECORD
                   AT END SET WS-DIST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-DIST-EOF
               IF DT-REPORT NOT = CK-REPORT
                   SET WS-DIST-EOF TO TRUE
               ELSE
                   IF DT-TO-USER
                       MOVE DT-TARGET TO W07-USER
                       PERFORM NOTIFY-USER THRU NOTIFY-USER-EXIT
                   END-IF
                   IF DT-TO-ROLE AND W08-ROLE-COUNT < 20
                       ADD 1 TO W08-ROLE-COUNT
                       MOVE DT-TARGET(1:8) TO W09-ROLE(W08-ROLE-COUNT)
                   END-IF
                   READ REPORT-DIST NEXT RECORD
                       AT END SET WS-DIST-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE REPORT-DIST.

           IF W08-ROLE-COUNT > 0
               PERFORM NOTIFY-ROLE-HOLDERS
           END-IF.

           CLOSE USER-MASTER.
           MOVE W02-SENT-COUNT TO CK-NOTICES.
           GOBACK.

      * One pass over USERROLE serves every role on the list.
       NOTIFY-ROLE-HOLDERS.
           OPEN INPUT USER-ROLES.
           IF WS-USERROLE-STATUS = "00"
               READ USER-ROLES NEXT RECORD
                   AT END SET WS-USERROLE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-USERROLE-EOF
                   PERFORM CHECK-HOLDER
                   IF W11-HAS-ROLE
                       MOVE URL-USERNAME TO W07-USER
                       PERFORM NOTIFY-USER THRU NOTIFY-USER-EXIT
                   END-IF
                   READ USER-ROLES NEXT RECORD
                       AT END SET WS-USERROLE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE USER-ROLES
           END-IF.

      * A grant past its expiry date no longer counts, as in
      * COBOLROLCK.
       CHECK-HOLDER.
           MOVE "N" TO W11-ROLE-HIT.
           PERFORM VARYING W05-GRANT FROM 1 BY 1 UNTIL W05-GRANT > 5
               IF URL-ROLE(W05-GRANT) NOT = SPACES
                   AND (URL-EXPIRES(W05-GRANT) = SPACES
                    OR URL-EXPIRES(W05-GRANT) >=
                       WS-CURRENT-DATE(1:8))
                   PERFORM VARYING W10-ROLE-SUB FROM 1 BY 1
                           UNTIL W10-ROLE-SUB > W08-ROLE-COUNT
                       IF URL-ROLE(W05-GRANT) = W09-ROLE(W10-ROLE-SUB)
                           MOVE "Y" TO W11-ROLE-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       NOTIFY-USER.
           IF W07-USER = SPACES
               GO TO NOTIFY-USER-EXIT
           END-IF.
           MOVE "N" TO W06-ALREADY.
           PERFORM VARYING W04-SUB FROM 1 BY 1
                   UNTIL W04-SUB > W02-SENT-COUNT
               IF W03-SENT-USER(W04-SUB) = W07-USER
                   MOVE "Y" TO W06-ALREADY
               END-IF
           END-PERFORM.
           IF W06-IS-ALREADY OR W02-SENT-COUNT >= 200
               GO TO NOTIFY-USER-EXIT
           END-IF.

           MOVE W07-USER TO USR-USERNAME.
           READ USER-MASTER
               KEY IS USR-USERNAME
               INVALID KEY MOVE "23" TO WS-USRMAST-STATUS
           END-READ.
           IF NOT WS-USRMAST-FOUND
               GO TO NOTIFY-USER-EXIT
           END-IF.
           IF USR-IS-DISABLED OR USR-IS-SERVICE
               GO TO NOTIFY-USER-EXIT
           END-IF.

           MOVE SPACES TO W12-NQ-RECIPIENT.
           STRING FUNCTION LOWER-CASE(USR-USERNAME)
                  DELIMITED BY SPACE
                  "@" DELIMITED BY SIZE
                  W01-DOMAIN DELIMITED BY SPACE
                  INTO W12-NQ-RECIPIENT.
           CALL "COBOLNQW" USING W12-NQ-RECIPIENT, W13-NQ-TEMPLATE,
                                  W14-NQ-SUBST, W15-NQ-RESULT.
           IF W15-NQ-QUEUED
               ADD 1 TO W02-SENT-COUNT
               MOVE W07-USER TO W03-SENT-USER(W02-SENT-COUNT)
           ELSE
               DISPLAY "Aviso de " CK-REPORT " a " W07-USER
                   " no encolado: " W15-NQ-RESULT
           END-IF.
       NOTIFY-USER-EXIT.
           EXIT.

       LOAD-MAIL-DOMAIN.
           OPEN INPUT MAIL-DOMAIN.
           IF WS-DOM-STATUS = "00"
               READ MAIL-DOMAIN
                   AT END CONTINUE
                   NOT AT END
                       IF MD-DOMAIN NOT = SPACES
                           MOVE MD-DOMAIN TO W01-DOMAIN
                       END-IF
               END-READ
               CLOSE MAIL-DOMAIN
           END-IF.
