       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLDVRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMAIN-VERIFY ASSIGN TO "DOMVERIFY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DV-DOMAIN
           FILE STATUS IS WS-DV-STATUS.

           SELECT DOMAIN-RESULTS ASSIGN TO "DOMRESULT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DR-STATUS.

           SELECT RESOLVER-LIST ASSIGN TO "DOMRESOLV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RL-STATUS.

           SELECT VERIFY-PARAM ASSIGN TO "DVPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD DOMAIN-RESULTS.
       01 DOMAIN-RESULT-RECORD.
           05 DR-DOMAIN    PIC X(255).
           05 DR-RESULT    PIC X(01).
               88 DR-HAS-MX       VALUE "Y".
               88 DR-NO-MX        VALUE "N".
               88 DR-TEMP-FAILURE VALUE "T".
           05 DR-MX-HOST   PIC X(64).
           05 DR-TS        PIC X(14).

       FD RESOLVER-LIST.
       01 RESOLVER-LIST-RECORD.
           05 RL-DOMAIN    PIC X(255).

       FD VERIFY-PARAM.
       01 VERIFY-PARAM-RECORD.
           05 VP-RECHECK-DAYS PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-DV-STATUS       PIC X(02) VALUE "00".
           88 WS-DV-FOUND    VALUE "00".
           88 WS-DV-EOF      VALUE "10".
           88 WS-DV-NOTFOUND VALUE "23".
       01 WS-DR-STATUS       PIC X(02) VALUE "00".
           88 WS-DR-EOF VALUE "10".
       01 WS-RL-STATUS       PIC X(02) VALUE "00".
       01 WS-PARM-STATUS     PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLDVRF".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-RECHECK-DAYS   PIC 9(04) VALUE 30.
       01 W02-CUTOFF-INT     PIC 9(08) VALUE 0.
       01 W03-CUTOFF-DATE    PIC X(08) VALUE SPACES.
       01 W04-POSTED         PIC 9(07) VALUE 0.
       01 W05-NO-MAIL        PIC 9(07) VALUE 0.
       01 W06-TEMP-FAILED    PIC 9(07) VALUE 0.
       01 W07-LISTED-NEW     PIC 9(07) VALUE 0.
       01 W08-LISTED-STALE   PIC 9(07) VALUE 0.
       01 W09-LISTED         PIC 9(07) VALUE 0.

      * Keeps the mail-domain cache DOMVERIFY that COBOLEMCK consults.
      * The lookups themselves are made by the resolver outside this
      * system: it works through DOMRESOLV and answers in DOMRESULT,
      * one record per domain, Y when the domain has a mail exchanger,
      * N when it has none (or does not exist), T when the lookup
      * could not be completed.  Each run first posts the answers from
      * the last resolver pass, then writes a fresh DOMRESOLV with the
      * domains COBOLEMBAT has added since and those whose last answer
      * is older than the DVPARM recheck days (default 30).  A
      * temporary failure leaves the previous answer standing and the
      * domain on the list.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW TO WS-CURRENT-DATE.
           PERFORM READ-VERIFY-PARAM.
           COMPUTE W02-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8)))
               - W01-RECHECK-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(W02-CUTOFF-INT)
               TO W03-CUTOFF-DATE.

           OPEN I-O DOMAIN-VERIFY.
           IF WS-DV-STATUS = "35"
               OPEN OUTPUT DOMAIN-VERIFY
               CLOSE DOMAIN-VERIFY
               OPEN I-O DOMAIN-VERIFY
           END-IF.
           IF WS-DV-STATUS NOT = "00"
               DISPLAY "No se pudo abrir DOMVERIFY: " WS-DV-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM POST-RESOLVER-RESULTS.
           PERFORM BUILD-RESOLVER-LIST.
           CLOSE DOMAIN-VERIFY.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "RESPUESTAS" TO WS-RSW-CTR-NAME(1).
           MOVE W04-POSTED TO WS-RSW-CTR-VALUE(1).
           MOVE "SIN CORREO" TO WS-RSW-CTR-NAME(2).
           MOVE W05-NO-MAIL TO WS-RSW-CTR-VALUE(2).
           MOVE "A RESOLVER" TO WS-RSW-CTR-NAME(3).
           MOVE W09-LISTED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Respuestas del resolutor: " W04-POSTED.
           DISPLAY "  dominios sin correo: " W05-NO-MAIL.
           DISPLAY "  fallos temporales: " W06-TEMP-FAILED.
           DISPLAY "Dominios a resolver: " W09-LISTED.
           DISPLAY "  nuevos: " W07-LISTED-NEW.
           DISPLAY "  a revisar por antiguedad: " W08-LISTED-STALE.

           GOBACK.

       READ-VERIFY-PARAM.
           OPEN INPUT VERIFY-PARAM.
           IF WS-PARM-STATUS = "00"
               READ VERIFY-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF VP-RECHECK-DAYS NUMERIC
                           AND VP-RECHECK-DAYS > 0
                           MOVE VP-RECHECK-DAYS TO W01-RECHECK-DAYS
                       END-IF
               END-READ
               CLOSE VERIFY-PARAM
           END-IF.

       POST-RESOLVER-RESULTS.
           OPEN INPUT DOMAIN-RESULTS.
           IF WS-DR-STATUS = "00"
               READ DOMAIN-RESULTS
                   AT END SET WS-DR-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-DR-EOF
                   IF DR-DOMAIN NOT = SPACES
                       PERFORM POST-ONE-RESULT
                   END-IF
                   READ DOMAIN-RESULTS
                       AT END SET WS-DR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DOMAIN-RESULTS
           END-IF.

       POST-ONE-RESULT.
           ADD 1 TO W04-POSTED.
           MOVE "00" TO WS-DV-STATUS.
           MOVE FUNCTION LOWER-CASE(DR-DOMAIN) TO DV-DOMAIN.
           READ DOMAIN-VERIFY
               KEY IS DV-DOMAIN
               INVALID KEY SET WS-DV-NOTFOUND TO TRUE
           END-READ.
           IF WS-DV-NOTFOUND
               MOVE FUNCTION LOWER-CASE(DR-DOMAIN) TO DV-DOMAIN
               MOVE "U" TO DV-STATUS
               MOVE SPACES TO DV-MX-HOST
               MOVE WS-CURRENT-DATE(1:8) TO DV-FIRST-SEEN
               MOVE SPACES TO DV-LAST-CHECKED
               MOVE 0 TO DV-TEMP-FAILS
           END-IF.
           EVALUATE TRUE
               WHEN DR-HAS-MX
                   MOVE "Y" TO DV-STATUS
                   MOVE DR-MX-HOST TO DV-MX-HOST
                   MOVE DR-TS TO DV-LAST-CHECKED
                   MOVE 0 TO DV-TEMP-FAILS
               WHEN DR-NO-MX
                   MOVE "N" TO DV-STATUS
                   MOVE SPACES TO DV-MX-HOST
                   MOVE DR-TS TO DV-LAST-CHECKED
                   MOVE 0 TO DV-TEMP-FAILS
                   ADD 1 TO W05-NO-MAIL
               WHEN OTHER
                   IF DV-TEMP-FAILS NOT NUMERIC
                       MOVE 0 TO DV-TEMP-FAILS
                   END-IF
                   IF DV-TEMP-FAILS < 99
                       ADD 1 TO DV-TEMP-FAILS
                   END-IF
                   ADD 1 TO W06-TEMP-FAILED
           END-EVALUATE.
           IF WS-DV-NOTFOUND
               WRITE DOMAIN-VERIFY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE DOMAIN-VERIFY-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       BUILD-RESOLVER-LIST.
           OPEN OUTPUT RESOLVER-LIST.
           MOVE LOW-VALUES TO DV-DOMAIN.
           START DOMAIN-VERIFY KEY IS NOT LESS THAN DV-DOMAIN
               INVALID KEY SET WS-DV-EOF TO TRUE
           END-START.
           IF NOT WS-DV-EOF
               READ DOMAIN-VERIFY NEXT RECORD
                   AT END SET WS-DV-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-DV-EOF
               EVALUATE TRUE
                   WHEN DV-UNCHECKED OR DV-LAST-CHECKED = SPACES
                       ADD 1 TO W07-LISTED-NEW
                       PERFORM LIST-ONE-DOMAIN
                   WHEN DV-LAST-CHECKED(1:8) < W03-CUTOFF-DATE
                       ADD 1 TO W08-LISTED-STALE
                       PERFORM LIST-ONE-DOMAIN
                   WHEN DV-TEMP-FAILS NUMERIC AND DV-TEMP-FAILS > 0
                       ADD 1 TO W08-LISTED-STALE
                       PERFORM LIST-ONE-DOMAIN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ DOMAIN-VERIFY NEXT RECORD
                   AT END SET WS-DV-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RESOLVER-LIST.

       LIST-ONE-DOMAIN.
           MOVE DV-DOMAIN TO RL-DOMAIN.
           WRITE RESOLVER-LIST-RECORD.
           ADD 1 TO W09-LISTED.
