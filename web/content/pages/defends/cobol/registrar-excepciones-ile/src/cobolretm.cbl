           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WK-STATUS.

           SELECT HOLD-ARCHIVE ASSIGN TO "LHOLDARC"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HA-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 GA-PH-VERDICT PIC X(01).
           05 GA-PU-VERDICT PIC X(01).
           05 GA-DECISION   PIC X(01).
           05 GA-P2-DICT    PIC X(04).
           05 GA-BH-VERDICT PIC X(01).

       FD LOGIN-HISTORY.
       01 LOGIN-HISTORY-RECORD.
       FD RETEN-WORK.
       01 RETEN-WORK-RECORD PIC X(769).

       FD HOLD-ARCHIVE.
       01 HOLD-ARCHIVE-RECORD.
           05 HA-CASE-REF PIC X(12).
           05 HA-FILE     PIC X(10).
           05 HA-IMAGE    PIC X(769).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-STATUS PIC X(02) VALUE "00".
           88 WS-POLICY-EOF VALUE "10".
           88 WS-SA-EOF VALUE "10".
       01 WS-WK-STATUS     PIC X(02) VALUE "00".
           88 WS-WK-EOF VALUE "10".
       01 WS-HA-STATUS     PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE  PIC X(21).
       01 WS-CORRID        PIC X(12) VALUE SPACES.
       01 W01-TODAY-INT    PIC 9(08) VALUE 0.
           02 W09-DEL-CNT  PIC Z(06)9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 W09-KEEP-CNT PIC Z(06)9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 W09-HELD-CNT PIC Z(06)9.
           02 FILLER       PIC X(44) VALUE SPACES.
       01 W10-HELD         PIC 9(07) VALUE 0.
       01 W11-HOLD-FILE    PIC X(10) VALUE SPACES.
       01 W12-SUBJ-TYPE    PIC X(01) VALUE SPACE.
       01 W13-SUBJECT      PIC X(256) VALUE SPACES.
       01 W14-REC-DATE     PIC X(08) VALUE SPACES.
       01 W15-HOLD-RESULT  PIC X(01) VALUE "N".
           88 W15-IS-HELD VALUE "H".
       01 W16-HOLD-CASE    PIC X(12) VALUE SPACES.

      * One retention run for the whole audit and history family.
      * RETPOLICY names each file with its retention days, whether it
      * is archived before deletion and the archive file to use; this
      * program knows the record layouts and does the rest, so a new
      * retention rule is a policy record, not another clone of the
      * LOGGER purge.  A record past retention that falls under a
      * legal hold (COBOLLHCK) is neither archived nor deleted: it
      * stays where it is and a copy goes to LHOLDARC under the case
      * reference, so LHOLDARC always shows what the holds are
      * keeping back from this run.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
               DELIMITED BY SIZE
               INTO RETEN-REPORT-RECORD.
           WRITE RETEN-REPORT-RECORD.
           MOVE "ARCHIVO     ARCHIVAD  BORRADOS  CONSERV  RETENID"
               TO RETEN-REPORT-RECORD.
           WRITE RETEN-REPORT-RECORD.
           OPEN OUTPUT HOLD-ARCHIVE.

           OPEN INPUT RETEN-POLICY.
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "RETPOLICY no disponible: " WS-POLICY-STATUS
               CLOSE RETEN-REPORT
               CLOSE HOLD-ARCHIVE
               GOBACK
           END-IF.
           READ RETEN-POLICY
           END-PERFORM.
           CLOSE RETEN-POLICY.
           CLOSE RETEN-REPORT.
           CLOSE HOLD-ARCHIVE.
           GOBACK.

       PROCESS-ONE-POLICY.
           MOVE 0 TO W04-ARCHIVED.
           MOVE 0 TO W05-DELETED.
           MOVE 0 TO W06-KEPT.
           MOVE 0 TO W10-HELD.
           MOVE RP-FILE TO W11-HOLD-FILE.
           COMPUTE W02-CUTOFF-INT = W01-TODAY-INT - RP-RETEN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(W02-CUTOFF-INT)
               TO W03-CUTOFF-DATE.
           MOVE W04-ARCHIVED TO W09-ARC-CNT.
           MOVE W05-DELETED  TO W09-DEL-CNT.
           MOVE W06-KEPT     TO W09-KEEP-CNT.
           MOVE W10-HELD     TO W09-HELD-CNT.
           MOVE W09-DETAIL   TO RETEN-REPORT-RECORD.
           WRITE RETEN-REPORT-RECORD.

               ADD 1 TO W04-ARCHIVED
           END-IF.

       CHECK-LEGAL-HOLD.
           CALL "COBOLLHCK" USING W11-HOLD-FILE, W12-SUBJ-TYPE,
               W13-SUBJECT, W14-REC-DATE, W15-HOLD-RESULT,
               W16-HOLD-CASE.

       KEEP-HELD-IMAGE.
           MOVE W16-HOLD-CASE TO HA-CASE-REF.
           MOVE W11-HOLD-FILE TO HA-FILE.
           MOVE W08-IMAGE     TO HA-IMAGE.
           WRITE HOLD-ARCHIVE-RECORD.
           ADD 1 TO W10-HELD.

       RETAIN-GATEAUDIT.
           MOVE "00" TO WS-GA-STATUS.
           OPEN I-O GATE-AUDIT.
               IF GA-TIMESTAMP(1:8) < W03-CUTOFF-DATE
                   MOVE SPACES TO W08-IMAGE
                   MOVE GATE-AUDIT-RECORD TO W08-IMAGE
                   MOVE "U" TO W12-SUBJ-TYPE
                   MOVE GA-USERID TO W13-SUBJECT
                   MOVE GA-TIMESTAMP(1:8) TO W14-REC-DATE
                   PERFORM CHECK-LEGAL-HOLD
                   IF W15-IS-HELD
                       PERFORM KEEP-HELD-IMAGE
                   ELSE
                       PERFORM ARCHIVE-ONE-IMAGE
                       DELETE GATE-AUDIT RECORD
                       ADD 1 TO W05-DELETED
                   END-IF
               ELSE
                   ADD 1 TO W06-KEPT
               END-IF
               IF LH-TIMESTAMP(1:8) < W03-CUTOFF-DATE
                   MOVE SPACES TO W08-IMAGE
                   MOVE LOGIN-HISTORY-RECORD TO W08-IMAGE
                   MOVE "U" TO W12-SUBJ-TYPE
                   MOVE LH-USERNAME TO W13-SUBJECT
                   MOVE LH-TIMESTAMP(1:8) TO W14-REC-DATE
                   PERFORM CHECK-LEGAL-HOLD
                   IF W15-IS-HELD
                       PERFORM KEEP-HELD-IMAGE
                   ELSE
                       PERFORM ARCHIVE-ONE-IMAGE
                       DELETE LOGIN-HISTORY RECORD
                       ADD 1 TO W05-DELETED
                   END-IF
               ELSE
                   ADD 1 TO W06-KEPT
               END-IF
               IF EH-TIMESTAMP(1:8) < W03-CUTOFF-DATE
                   MOVE SPACES TO W08-IMAGE
                   MOVE EMAIL-HISTORY-RECORD(1:768) TO W08-IMAGE
                   MOVE "E" TO W12-SUBJ-TYPE
                   MOVE EH-CANONICAL TO W13-SUBJECT
                   MOVE EH-TIMESTAMP(1:8) TO W14-REC-DATE
                   PERFORM CHECK-LEGAL-HOLD
                   IF W15-IS-HELD
                       PERFORM KEEP-HELD-IMAGE
                   ELSE
                       PERFORM ARCHIVE-ONE-IMAGE
                       DELETE EMAIL-HISTORY RECORD
                       ADD 1 TO W05-DELETED
                   END-IF
               ELSE
                   ADD 1 TO W06-KEPT
               END-IF
               IF RS-START-TS(1:8) < W03-CUTOFF-DATE
                   MOVE SPACES TO W08-IMAGE
                   MOVE JOB-STEP-RECORD TO W08-IMAGE
                   MOVE SPACE TO W12-SUBJ-TYPE
                   MOVE SPACES TO W13-SUBJECT
                   MOVE RS-START-TS(1:8) TO W14-REC-DATE
                   PERFORM CHECK-LEGAL-HOLD
                   IF W15-IS-HELD
                       PERFORM KEEP-HELD-IMAGE
                   ELSE
                       PERFORM ARCHIVE-ONE-IMAGE
                       DELETE JOB-STEP-REGISTRY RECORD
                       ADD 1 TO W05-DELETED
                   END-IF
               ELSE
                   ADD 1 TO W06-KEPT
               END-IF
               IF RN-START-TS(1:8) < W03-CUTOFF-DATE
                   MOVE SPACES TO W08-IMAGE
                   MOVE RUN-STATS-RECORD TO W08-IMAGE
                   MOVE SPACE TO W12-SUBJ-TYPE
                   MOVE SPACES TO W13-SUBJECT
                   MOVE RN-START-TS(1:8) TO W14-REC-DATE
                   PERFORM CHECK-LEGAL-HOLD
                   IF W15-IS-HELD
                       PERFORM KEEP-HELD-IMAGE
                   ELSE
                       PERFORM ARCHIVE-ONE-IMAGE
                       DELETE RUN-STATS RECORD
                       ADD 1 TO W05-DELETED
                   END-IF
               ELSE
                   ADD 1 TO W06-KEPT
               END-IF
               AT END SET WS-KA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-KA-EOF
               MOVE "N" TO W15-HOLD-RESULT
               IF KA-TIMESTAMP(1:8) < W03-CUTOFF-DATE
                   MOVE SPACES TO W08-IMAGE
                   MOVE KEY-ACCESS-AUDIT-RECORD TO W08-IMAGE
                   MOVE SPACE TO W12-SUBJ-TYPE
                   MOVE SPACES TO W13-SUBJECT
                   MOVE KA-TIMESTAMP(1:8) TO W14-REC-DATE
                   PERFORM CHECK-LEGAL-HOLD
               END-IF
               IF KA-TIMESTAMP(1:8) < W03-CUTOFF-DATE
                   AND NOT W15-IS-HELD
                   PERFORM ARCHIVE-ONE-IMAGE
                   ADD 1 TO W05-DELETED
               ELSE
                   IF W15-IS-HELD
                       PERFORM KEEP-HELD-IMAGE
                   ELSE
                       ADD 1 TO W06-KEPT
                   END-IF
                   MOVE SPACES TO RETEN-WORK-RECORD
                   MOVE KEY-ACCESS-AUDIT-RECORD
                       TO RETEN-WORK-RECORD(1:64)
                   WRITE RETEN-WORK-RECORD
               END-IF
               READ KEY-ACCESS-AUDIT
                   AT END SET WS-KA-EOF TO TRUE
               AT END SET WS-CA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-CA-EOF
               MOVE "N" TO W15-HOLD-RESULT
               IF CA-TIMESTAMP(1:8) < W03-CUTOFF-DATE
                   MOVE SPACES TO W08-IMAGE
                   MOVE CRED-AUDIT-RECORD TO W08-IMAGE
                   MOVE "U" TO W12-SUBJ-TYPE
                   MOVE CA-USERNAME TO W13-SUBJECT
                   MOVE CA-TIMESTAMP(1:8) TO W14-REC-DATE
                   PERFORM CHECK-LEGAL-HOLD
               END-IF
               IF CA-TIMESTAMP(1:8) < W03-CUTOFF-DATE
                   AND NOT W15-IS-HELD
                   PERFORM ARCHIVE-ONE-IMAGE
                   ADD 1 TO W05-DELETED
               ELSE
                   IF W15-IS-HELD
                       PERFORM KEEP-HELD-IMAGE
                   ELSE
                       ADD 1 TO W06-KEPT
                   END-IF
                   MOVE SPACES TO RETEN-WORK-RECORD
                   MOVE CRED-AUDIT-RECORD TO RETEN-WORK-RECORD(1:95)
                   WRITE RETEN-WORK-RECORD
               END-IF
               READ CRED-AUDIT
                   AT END SET WS-CA-EOF TO TRUE
           EXIT.

      * SHEAUDIT records carry no timestamp, so its retention rule is
      * archive-everything-and-clear on each scheduled run.  Nor do
      * they name a subject, so only a hold on the file itself can
      * apply, and it keeps the whole file as it is.
       RETAIN-SHEAUDIT.
           MOVE "00" TO WS-SA-STATUS.
           OPEN INPUT SANITIZE-AUDIT.
           IF WS-SA-STATUS NOT = "00"
               GO TO RETAIN-SHEAUDIT-EXIT
           END-IF.
           MOVE SPACE TO W12-SUBJ-TYPE.
           MOVE SPACES TO W13-SUBJECT.
           MOVE SPACES TO W14-REC-DATE.
           PERFORM CHECK-LEGAL-HOLD.
           IF W15-IS-HELD
               PERFORM HOLD-SHEAUDIT
               GO TO RETAIN-SHEAUDIT-EXIT
           END-IF.
           READ SANITIZE-AUDIT
               AT END SET WS-SA-EOF TO TRUE
           END-READ.
           CLOSE SANITIZE-AUDIT.
       RETAIN-SHEAUDIT-EXIT.
           EXIT.

       HOLD-SHEAUDIT.
           READ SANITIZE-AUDIT
               AT END SET WS-SA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SA-EOF
               MOVE SPACES TO W08-IMAGE
               MOVE SANITIZE-AUDIT-RECORD TO W08-IMAGE
               PERFORM KEEP-HELD-IMAGE
               READ SANITIZE-AUDIT
                   AT END SET WS-SA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SANITIZE-AUDIT.
