       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-EMAIL ASSIGN TO DYNAMIC WS-FEED-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CUST-STATUS.

           SELECT GOOD-EMAILS ASSIGN TO DYNAMIC WS-GOOD-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GOOD-STATUS.

           SELECT BAD-EMAILS ASSIGN TO DYNAMIC WS-BAD-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BAD-STATUS.

           RECORD KEY IS CP-RUNID
           FILE STATUS IS WS-CP-STATUS.

           SELECT DOMAIN-VERIFY ASSIGN TO "DOMVERIFY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DV-DOMAIN
           FILE STATUS IS WS-DV-STATUS.

           SELECT BATCH-PARAM ASSIGN TO "EMBATPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BP-STATUS.

           SELECT PART-CONTROL ASSIGN TO "EMPARTCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-PART
           FILE STATUS IS WS-PC-STATUS.

       DATA DIVISION.

       FILE SECTION.
           02 CP-COUNTERS.
               03 CP-COUNTER PIC 9(07) OCCURS 5 TIMES.

       FD DOMAIN-VERIFY.
       01 DOMAIN-VERIFY-RECORD.
           05 DV-DOMAIN       PIC X(255).
           05 DV-STATUS       PIC X(01).
               88 DV-ACCEPTS-MAIL VALUE "Y".
               88 DV-NO-MAIL      VALUE "N".
               88 DV-UNCHECKED    VALUE "U".
           05 DV-MX-HOST      PIC X(64).
           05 DV-FIRST-SEEN   PIC X(08).
           05 DV-LAST-CHECKED PIC X(14).
           05 DV-TEMP-FAILS   PIC 9(02).

       FD BATCH-PARAM.
       01 BATCH-PARAM-RECORD.
           05 BP-PART PIC 9(02).

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

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS PIC X(02) VALUE "00".
           88 WS-CUST-EOF    VALUE "10".
           88 WS-VALID      VALUE "Y".
           88 WS-INVALID    VALUE "N".
           88 WS-DISPOSABLE VALUE "D".
           88 WS-NO-MAIL-DOMAIN VALUE "M".
       01 WS-VALIDEMAIL  PIC X(256) VALUE SPACES.
       01 WS-CANONICAL   PIC X(256) VALUE SPACES.
       01 WS-GOODCOUNT   PIC 9(07) VALUE 0.
       01 W92-NQ-SUBST     PIC X(32) VALUE SPACES.
       01 W93-NQ-RESULT    PIC X(01).
       01 W94-NEW-CUSTNBR  PIC 9(10) VALUE 0.
       01 W95-CHG-SOURCE   PIC X(10) VALUE "COBOLEMBAT".
       01 W96-CHG-BY       PIC X(16) VALUE "COBOLEMBAT".
       01 W97-CHG-EFFECTIVE PIC X(14) VALUE SPACES.
       01 W98-CHG-RESULT   PIC X(01).
       01 WS-HELDCOUNT     PIC 9(07) VALUE 0.
       01 WS-CP-STATUS     PIC X(02) VALUE "00".
           88 WS-CP-NOTFOUND  VALUE "23".
       01 W80-SKIPPED      PIC 9(09) VALUE 0.
       01 W81-RESUME-AT    PIC 9(09) VALUE 0.
       01 WS-DV-STATUS     PIC X(02) VALUE "00".
           88 WS-DV-FOUND    VALUE "00".
           88 WS-DV-NOTFOUND VALUE "23".
       01 WS-DV-OPEN       PIC X(01) VALUE "N".
           88 WS-DV-AVAILABLE VALUE "Y".
       01 WS-NOMAILCOUNT   PIC 9(07) VALUE 0.
       01 WS-NEWDOMCOUNT   PIC 9(07) VALUE 0.
       01 W82-LOCALPART    PIC X(64) VALUE SPACES.
       01 W83-DOMAIN       PIC X(255) VALUE SPACES.
       01 WS-FEED-DSN      PIC X(13) VALUE "CUSTOMEREMAIL".
       01 WS-GOOD-DSN      PIC X(10) VALUE "GOODEMAILS".
       01 WS-BAD-DSN       PIC X(10) VALUE "BADEMAILS".
       01 WS-BP-STATUS     PIC X(02) VALUE "00".
       01 WS-PC-STATUS     PIC X(02) VALUE "00".
           88 WS-PC-FOUND VALUE "00".
       01 W84-PART         PIC 9(02) VALUE 0.
           88 W84-WHOLE-FILE VALUE 0.
       01 W85-CP-RUNID     PIC X(10) VALUE "EMBAT".
       01 W86-PART-ERROR   PIC X(01) VALUE "N".
           88 W86-PART-REFUSED VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           PERFORM SELECT-PARTITION THRU SELECT-PARTITION-EXIT.
           IF W86-PART-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           IF WS-SUP-STATUS = "00"
               MOVE "Y" TO WS-SUP-OPEN
           END-IF.
           OPEN I-O DOMAIN-VERIFY.
           IF WS-DV-STATUS = "35"
               OPEN OUTPUT DOMAIN-VERIFY
               CLOSE DOMAIN-VERIFY
               OPEN I-O DOMAIN-VERIFY
           END-IF.
           IF WS-DV-STATUS = "00"
               MOVE "Y" TO WS-DV-OPEN
           END-IF.

           READ CUSTOMER-EMAIL
               AT END SET WS-CUST-EOF TO TRUE
           IF WS-SUP-AVAILABLE
               CLOSE SUPPRESS-LIST
           END-IF.
           IF WS-DV-AVAILABLE
               CLOSE DOMAIN-VERIFY
           END-IF.
           IF NOT W84-WHOLE-FILE
               PERFORM MARK-PARTITION-COMPLETE
           END-IF.
      * Rejected addresses are a warning night, not a clean one:
      * severity 04 lets successors run but shows in SCHEDRPT.
           IF WS-BADCOUNT > 0
           DISPLAY "Correos validos: " WS-GOODCOUNT.
           DISPLAY "Correos invalidos: " WS-BADCOUNT.
           DISPLAY "Correos descartables: " WS-DISPCOUNT.
           DISPLAY "Correos sin dominio de correo: " WS-NOMAILCOUNT.
           DISPLAY "Dominios nuevos para verificar: " WS-NEWDOMCOUNT.
           DISPLAY "Correos suprimidos: " WS-SUPPRESSED.
           DISPLAY "Cambios en espera: " WS-HELDCOUNT.

           MOVE WS-RSTM-RC TO RETURN-CODE.
           GOBACK.
                                   WS-VALIDEMAIL, WS-CANONICAL.
           EVALUATE TRUE
               WHEN WS-VALID
                   PERFORM NOTE-DOMAIN-SEEN
                   PERFORM CHECK-SUPPRESSION
                   IF WS-SUP-FOUND
                       MOVE SPACES TO BAD-EMAIL-RECORD
                       INTO BAD-EMAIL-RECORD
                   WRITE BAD-EMAIL-RECORD
                   ADD 1 TO WS-DISPCOUNT
               WHEN WS-NO-MAIL-DOMAIN
                   MOVE SPACES TO BAD-EMAIL-RECORD
                   STRING "DOMINIO SIN CORREO: "
                       CUSTOMER-EMAIL-RECORD
                       DELIMITED BY SIZE
                       INTO BAD-EMAIL-RECORD
                   WRITE BAD-EMAIL-RECORD
                   ADD 1 TO WS-NOMAILCOUNT
               WHEN OTHER
                   MOVE CUSTOMER-EMAIL-RECORD TO BAD-EMAIL-RECORD
                   WRITE BAD-EMAIL-RECORD
               END-READ
           END-IF.

      * A domain DOMVERIFY has never seen goes on it unchecked, which
      * puts it on COBOLDVRF's next list for the resolver.
       NOTE-DOMAIN-SEEN.
           IF WS-DV-AVAILABLE
               MOVE SPACES TO W82-LOCALPART
               MOVE SPACES TO W83-DOMAIN
               UNSTRING WS-CANONICAL
                   DELIMITED BY "@"
                   INTO W82-LOCALPART W83-DOMAIN
               MOVE "00" TO WS-DV-STATUS
               MOVE W83-DOMAIN TO DV-DOMAIN
               READ DOMAIN-VERIFY
                   KEY IS DV-DOMAIN
                   INVALID KEY SET WS-DV-NOTFOUND TO TRUE
               END-READ
               IF WS-DV-NOTFOUND
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE W83-DOMAIN TO DV-DOMAIN
                   MOVE "U" TO DV-STATUS
                   MOVE SPACES TO DV-MX-HOST
                   MOVE WS-CURRENT-DATE(1:8) TO DV-FIRST-SEEN
                   MOVE SPACES TO DV-LAST-CHECKED
                   MOVE 0 TO DV-TEMP-FAILS
                   WRITE DOMAIN-VERIFY-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-NEWDOMCOUNT
               END-IF
           END-IF.

       SAVE-CANONICAL-EMAIL.
           MOVE "00" TO WS-CUSTMAST-STATUS.
           MOVE WS-CANONICAL TO CUST-CANONICAL-EMAIL.
               KEY IS CUST-CANONICAL-EMAIL
               INVALID KEY SET WS-CUSTMAST-NOTFOUND TO TRUE
           END-READ.
      * A changed address on file for a known customer goes through
      * the same cooling-off hold as an online change.
           IF WS-CUSTMAST-FOUND THEN
               IF CUST-EMAIL NOT = WS-VALIDEMAIL
                   CALL "COBOLEMCO" USING CUST-NUMBER, CUST-EMAIL,
                       CUST-CANONICAL-EMAIL, WS-VALIDEMAIL,
                       WS-CANONICAL, W96-CHG-BY, W95-CHG-SOURCE,
                       WS-CORRID, W97-CHG-EFFECTIVE, W98-CHG-RESULT
                   ADD 1 TO WS-HELDCOUNT
               END-IF
           ELSE
               CALL "COBOLCNBR" USING W94-NEW-CUSTNBR
               MOVE W94-NEW-CUSTNBR TO CUST-NUMBER
      * position and the run counters, so a rerun continues instead
      * of re-validating (and re-queueing) from record one.
       RESTORE-CHECKPOINT.
           MOVE W85-CP-RUNID TO CP-RUNID.
           READ CPCHECKPT
               KEY IS CP-RUNID
               INVALID KEY SET WS-CP-NOTFOUND TO TRUE
           END-READ.
           IF WS-CP-NOTFOUND
               MOVE W85-CP-RUNID TO CP-RUNID
               MOVE SPACES TO CP-LAST-USERID
               MOVE 0 TO CP-FEED-COUNT
               MOVE ZEROES TO CP-COUNTERS
               MOVE CP-COUNTER(1) TO WS-GOODCOUNT
               MOVE CP-COUNTER(2) TO WS-BADCOUNT
               MOVE CP-COUNTER(3) TO WS-SUPPRESSED
               MOVE CP-COUNTER(4) TO WS-DISPCOUNT
               MOVE CP-COUNTER(5) TO WS-NOMAILCOUNT
               MOVE CP-FEED-COUNT TO W81-RESUME-AT
               PERFORM SKIP-PROCESSED-RECORDS
           END-IF.
           MOVE WS-GOODCOUNT  TO CP-COUNTER(1).
           MOVE WS-BADCOUNT   TO CP-COUNTER(2).
           MOVE WS-SUPPRESSED TO CP-COUNTER(3).
           MOVE WS-DISPCOUNT  TO CP-COUNTER(4).
           MOVE WS-NOMAILCOUNT TO CP-COUNTER(5).
           REWRITE CPCHECKPT-RECORD
               INVALID KEY WRITE CPCHECKPT-RECORD
           END-REWRITE.

      * Run alone, the job takes the whole CUSTOMEREMAIL as before.
      * Run as one partition of the split produced by COBOLEMPSP, its
      * EMBATPARM names the partition: the feed is EMFEEDnn, the
      * outputs GOODEMLnn and BADEMLnn for COBOLEMPMG to merge, and the
      * restart point and RUNSTATS entry are the partition's own, so
      * a failed partition is simply run again by itself.
       SELECT-PARTITION.
           MOVE 0 TO W84-PART.
           OPEN INPUT BATCH-PARAM.
           IF WS-BP-STATUS NOT = "00"
               GO TO SELECT-PARTITION-EXIT
           END-IF.
           READ BATCH-PARAM
               AT END MOVE 0 TO BP-PART
           END-READ.
           CLOSE BATCH-PARAM.
           IF BP-PART NOT NUMERIC OR BP-PART = 0
               GO TO SELECT-PARTITION-EXIT
           END-IF.
           MOVE BP-PART TO W84-PART.
           OPEN I-O PART-CONTROL.
           IF WS-PC-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPARTCTL: " WS-PC-STATUS
               MOVE "Y" TO W86-PART-ERROR
               GO TO SELECT-PARTITION-EXIT
           END-IF.
           MOVE W84-PART TO PC-PART.
           READ PART-CONTROL
               KEY IS PC-PART
               INVALID KEY MOVE "23" TO WS-PC-STATUS
           END-READ.
           IF NOT WS-PC-FOUND
               DISPLAY "Particion no preparada por COBOLEMPSP: "
                   W84-PART
               CLOSE PART-CONTROL
               MOVE "Y" TO W86-PART-ERROR
               GO TO SELECT-PARTITION-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "P" TO PC-STATUS.
           MOVE WS-CORRID TO PC-RUN-CORRID.
           MOVE WS-CURRENT-DATE(1:14) TO PC-START-TS.
           MOVE SPACES TO PC-END-TS.
           REWRITE PART-CONTROL-RECORD.
           CLOSE PART-CONTROL.
           MOVE SPACES TO WS-FEED-DSN.
           STRING "EMFEED" W84-PART DELIMITED BY SIZE
               INTO WS-FEED-DSN.
           MOVE SPACES TO WS-GOOD-DSN.
           STRING "GOODEML" W84-PART DELIMITED BY SIZE
               INTO WS-GOOD-DSN.
           MOVE SPACES TO WS-BAD-DSN.
           STRING "BADEML" W84-PART DELIMITED BY SIZE
               INTO WS-BAD-DSN.
           MOVE SPACES TO W85-CP-RUNID.
           STRING "EMBAT" W84-PART DELIMITED BY SIZE
               INTO W85-CP-RUNID.
           MOVE SPACES TO WS-RSW-JOBNAME.
           STRING "EMBATP" W84-PART DELIMITED BY SIZE
               INTO WS-RSW-JOBNAME.
           DISPLAY "Particion " W84-PART.
       SELECT-PARTITION-EXIT.
           EXIT.

       MARK-PARTITION-COMPLETE.
           OPEN I-O PART-CONTROL.
           IF WS-PC-STATUS = "00"
               MOVE W84-PART TO PC-PART
               READ PART-CONTROL
                   KEY IS PC-PART
                   INVALID KEY MOVE "23" TO WS-PC-STATUS
               END-READ
               IF WS-PC-FOUND
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE "C" TO PC-STATUS
                   MOVE WS-CORRID TO PC-RUN-CORRID
                   MOVE WS-CURRENT-DATE(1:14) TO PC-END-TS
                   MOVE WS-GOODCOUNT   TO PC-GOOD
                   MOVE WS-BADCOUNT    TO PC-BAD
                   MOVE WS-DISPCOUNT   TO PC-DISP
                   MOVE WS-SUPPRESSED  TO PC-SUPP
                   MOVE WS-NOMAILCOUNT TO PC-NOMAIL
                   REWRITE PART-CONTROL-RECORD
               END-IF
               CLOSE PART-CONTROL
           END-IF.
