       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLEMCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-PENDING ASSIGN TO "EMCHGPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-TOKEN
           ALTERNATE RECORD KEY IS EC-CUST-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-EC-STATUS.

           SELECT COOLOFF-PARAM ASSIGN TO "EMCOPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

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

       FD COOLOFF-PARAM.
       01 COOLOFF-PARAM-RECORD.
           05 CO-HOURS PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-EC-STATUS       PIC X(02) VALUE "00".
           88 WS-EC-EOF VALUE "10".
       01 WS-PARM-STATUS     PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-PURPOSE        PIC X(20) VALUE "EMAIL-UNDO".
       01 W02-KEYVALUE       PIC X(32) VALUE SPACES.
       01 W03-SVAL           PIC 9(12) VALUE 0.
       01 W04-CHARSET        PIC X(36).
       01 W05-RANDOM         PIC S9V9(10).
       01 W06-COUNT          PIC 9(02).
       01 W07-POS            PIC 9(03).
       01 W08-RANDOMINT      PIC 9(18).
       01 W09-TOKEN          PIC X(16) VALUE SPACES.
       01 W10-COOLOFF-HOURS  PIC 9(03) VALUE 72.
       01 W11-TODAY-NUMERIC  PIC 9(08).
       01 W12-DAY-INTEGER    PIC 9(08).
       01 W13-MINUTES        PIC 9(07).
       01 W14-ADD-DAYS       PIC 9(03).
       01 W15-MINUTE-OF-DAY  PIC 9(04).
       01 W16-EFF-DATE       PIC 9(08).
       01 W17-EFF-HH         PIC 9(02).
       01 W18-EFF-MM         PIC 9(02).
       01 W19-EFF-TS         PIC X(14) VALUE SPACES.
       01 W20-SUPERSEDED     PIC 9(03) VALUE 0.
       01 W90-NQ-RECIPIENT   PIC X(256) VALUE SPACES.
       01 W91-NQ-TEMPLATE    PIC X(07) VALUE "EMC0001".
       01 W92-NQ-SUBST       PIC X(32) VALUE SPACES.
       01 W93-NQ-RESULT      PIC X(01).

       LINKAGE SECTION.
       01 CK-CUST-NUMBER    PIC 9(10).
       01 CK-OLD-EMAIL      PIC X(256).
       01 CK-OLD-CANONICAL  PIC X(256).
       01 CK-NEW-EMAIL      PIC X(256).
       01 CK-NEW-CANONICAL  PIC X(256).
       01 CK-REQUESTED-BY   PIC X(16).
       01 CK-SOURCE         PIC X(10).
       01 CK-CORRID         PIC X(12).
       01 CK-EFFECTIVE      PIC X(14).
       01 CK-RESULT         PIC X(01).
           88 CK-HELD        VALUE "H".
           88 CK-HOLD-ERROR  VALUE "E".

      * Every change of a customer's email address passes through
      * here instead of going straight onto CUSTMAST.  The change is
      * parked in EMCHGPEND for the cooling-off period (EMCOPARM,
      * hours, 72 when absent) while the master keeps the old
      * address, so security notices still reach the real owner.
      * The old address is told at once, with a one-time token that
      * undoes the change through COBOLEMUN; COBOLEMCA applies what
      * nobody undid once the period is over.  A newer change for the
      * same customer replaces one still waiting.
       PROCEDURE DIVISION USING CK-CUST-NUMBER, CK-OLD-EMAIL,
                                 CK-OLD-CANONICAL, CK-NEW-EMAIL,
                                 CK-NEW-CANONICAL, CK-REQUESTED-BY,
                                 CK-SOURCE, CK-CORRID, CK-EFFECTIVE,
                                 CK-RESULT.
       MAIN.
           SET CK-HOLD-ERROR TO TRUE.
           MOVE SPACES TO CK-EFFECTIVE.

           PERFORM READ-COOLOFF-PARAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM COMPUTE-EFFECTIVE.

           OPEN I-O CHANGE-PENDING.
           IF WS-EC-STATUS = "35"
               OPEN OUTPUT CHANGE-PENDING
               CLOSE CHANGE-PENDING
               OPEN I-O CHANGE-PENDING
           END-IF.
           IF WS-EC-STATUS NOT = "00"
               GOBACK
           END-IF.

           PERFORM SUPERSEDE-PENDING.

           PERFORM GENERATE-UNDO-TOKEN.
           MOVE W09-TOKEN           TO EC-TOKEN.
           MOVE CK-CUST-NUMBER      TO EC-CUST-NUMBER.
           MOVE CK-OLD-CANONICAL    TO EC-OLD-CANONICAL.
           MOVE CK-OLD-EMAIL        TO EC-OLD-EMAIL.
           MOVE CK-NEW-CANONICAL    TO EC-NEW-CANONICAL.
           MOVE CK-NEW-EMAIL        TO EC-NEW-EMAIL.
           MOVE WS-CURRENT-DATE(1:14) TO EC-REQUESTED.
           MOVE W19-EFF-TS          TO EC-EFFECTIVE.
           MOVE "P"                 TO EC-STATUS.
           MOVE SPACES              TO EC-CLOSED.
           MOVE CK-SOURCE           TO EC-SOURCE.
           MOVE CK-REQUESTED-BY     TO EC-REQUESTED-BY.
           MOVE CK-CORRID           TO EC-CORRID.
           WRITE CHANGE-PENDING-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY SET CK-HELD TO TRUE
           END-WRITE.
           CLOSE CHANGE-PENDING.

           IF CK-HELD
               MOVE W19-EFF-TS TO CK-EFFECTIVE
               PERFORM NOTIFY-OLD-ADDRESS
           END-IF.

           GOBACK.

       READ-COOLOFF-PARAM.
           OPEN INPUT COOLOFF-PARAM.
           IF WS-PARM-STATUS = "00"
               READ COOLOFF-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF CO-HOURS NUMERIC AND CO-HOURS > 0
                           MOVE CO-HOURS TO W10-COOLOFF-HOURS
                       END-IF
               END-READ
               CLOSE COOLOFF-PARAM
           END-IF.

       COMPUTE-EFFECTIVE.
           MOVE WS-CURRENT-DATE(1:8) TO W11-TODAY-NUMERIC.
           COMPUTE W12-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(W11-TODAY-NUMERIC).
           MOVE WS-CURRENT-DATE(9:2) TO W17-EFF-HH.
           MOVE WS-CURRENT-DATE(11:2) TO W18-EFF-MM.
           COMPUTE W13-MINUTES = W17-EFF-HH * 60 + W18-EFF-MM
               + W10-COOLOFF-HOURS * 60.
           DIVIDE W13-MINUTES BY 1440 GIVING W14-ADD-DAYS
               REMAINDER W15-MINUTE-OF-DAY.
           COMPUTE W16-EFF-DATE = FUNCTION DATE-OF-INTEGER(
               W12-DAY-INTEGER + W14-ADD-DAYS).
           DIVIDE W15-MINUTE-OF-DAY BY 60 GIVING W17-EFF-HH
               REMAINDER W18-EFF-MM.
           MOVE SPACES TO W19-EFF-TS.
           STRING W16-EFF-DATE W17-EFF-HH W18-EFF-MM
               WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO W19-EFF-TS.

       SUPERSEDE-PENDING.
           MOVE 0 TO W20-SUPERSEDED.
           MOVE CK-CUST-NUMBER TO EC-CUST-NUMBER.
           START CHANGE-PENDING KEY IS EQUAL TO EC-CUST-NUMBER
               INVALID KEY SET WS-EC-EOF TO TRUE
           END-START.
           IF NOT WS-EC-EOF
               READ CHANGE-PENDING NEXT RECORD
                   AT END SET WS-EC-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-EC-EOF
                   OR EC-CUST-NUMBER NOT = CK-CUST-NUMBER
               IF EC-IS-PENDING
                   MOVE "S" TO EC-STATUS
                   MOVE WS-CURRENT-DATE(1:14) TO EC-CLOSED
                   REWRITE CHANGE-PENDING-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO W20-SUPERSEDED
               END-IF
               READ CHANGE-PENDING NEXT RECORD
                   AT END SET WS-EC-EOF TO TRUE
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-EC-STATUS.

      * The queue writer keys its guards on the canonical form, so
      * the notice goes to the old canonical address.  The undo token
      * is the substitution value for the link in the template.
       NOTIFY-OLD-ADDRESS.
           IF CK-OLD-CANONICAL NOT = SPACES
               MOVE CK-OLD-CANONICAL TO W90-NQ-RECIPIENT
               MOVE W09-TOKEN TO W92-NQ-SUBST
               CALL "COBOLNQW" USING W90-NQ-RECIPIENT,
                   W91-NQ-TEMPLATE, W92-NQ-SUBST, W93-NQ-RESULT
           END-IF.

       GENERATE-UNDO-TOKEN.
           MOVE SPACES TO W09-TOKEN.
           CALL "COBOLVGEN" USING W01-PURPOSE, W02-KEYVALUE.
           COMPUTE W03-SVAL =
               (FUNCTION ORD(W02-KEYVALUE(1:1)) * 16777216) +
               (FUNCTION ORD(W02-KEYVALUE(2:1)) * 65536) +
               (FUNCTION ORD(W02-KEYVALUE(3:1)) * 256) +
               FUNCTION ORD(W02-KEYVALUE(4:1)).
           STRING "0123456789"
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DELIMITED BY SIZE
           INTO W04-CHARSET.
           PERFORM VARYING W06-COUNT FROM 1 BY 1 UNTIL W06-COUNT > 16
               COMPUTE W03-SVAL      = W03-SVAL + W06-COUNT
               COMPUTE W05-RANDOM    = FUNCTION RANDOM(W03-SVAL)
               COMPUTE W08-RANDOMINT = W05-RANDOM * 65535
               COMPUTE W07-POS       = FUNCTION MOD(W08-RANDOMINT, 36)
               COMPUTE W07-POS       = W07-POS + 1
               STRING W09-TOKEN W04-CHARSET(W07-POS:1)
               DELIMITED BY SPACE
               INTO W09-TOKEN
           END-PERFORM.
