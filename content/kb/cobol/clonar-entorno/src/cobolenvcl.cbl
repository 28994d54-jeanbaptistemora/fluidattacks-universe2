           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT MASK-STATUS ASSIGN TO "MASKSTAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.

           SELECT SRC-CUSTMAST ASSIGN TO DYNAMIC WS-SRC-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
       FD CLONE-REPORT.
       01 CLONE-REPORT-RECORD PIC X(100).

       FD MASK-STATUS.
       01 MASK-STATUS-RECORD.
           05 MS-VERDICT   PIC X(04).
           05 MS-TIMESTAMP PIC X(14).
           05 MS-CORRID    PIC X(12).

       FD SRC-CUSTMAST.
       01 SRC-CUSTMAST-RECORD.
           05 SCU-NUMBER    PIC 9(10).
       01 WS-RULE-STATUS PIC X(02) VALUE "00".
           88 WS-RULE-EOF    VALUE "10".
       01 WS-RPT-STATUS  PIC X(02) VALUE "00".
       01 WS-STAT-STATUS PIC X(02) VALUE "00".
       01 WS-SRC-STATUS  PIC X(02) VALUE "00".
           88 WS-SRC-EOF     VALUE "10".
       01 WS-TGT-STATUS  PIC X(02) VALUE "00".
       01 WS-DUP-COUNT   PIC 9(07) VALUE 0.
       01 WS-SCRAMBLE-SEQ PIC 9(07) VALUE 0.
       01 WS-CORRID      PIC X(12) VALUE SPACES.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-HIST-IX     PIC 9(01) VALUE 0.
       01 WS-HIST-POS    PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.

      * A fresh copy is not released until COBOLMSKV has certified
      * its masking, so the previous certificate goes first.
           PERFORM HOLD-TEST-RELEASE.

           OPEN OUTPUT CLONE-REPORT.

           OPEN INPUT MASK-RULES.
               PERFORM UNTIL WS-SRC-EOF
                   ADD 1 TO WS-READ-COUNT
                   MOVE SRC-PWDHIST-RECORD TO TGT-PWDHIST-RECORD
                   IF WS-MASK-RULE = "H"
                       PERFORM SCRAMBLE-HISTORY
                   END-IF
                   WRITE TGT-PWDHIST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUP-COUNT
               PERFORM REPORT-RECONCILE
           END-IF.

      * The salt and every hash of the history are replaced; empty
      * slots stay empty so the history still reads as the same depth.
       SCRAMBLE-HISTORY.
           PERFORM SCRAMBLE-PASSWORD.
           MOVE WS-MASK-USER(1:8) TO TPH-REST(1:8).
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > 5
               COMPUTE WS-HIST-POS = 9 + (WS-HIST-IX - 1) * 32
               IF TPH-REST(WS-HIST-POS:32) NOT = SPACES
                   PERFORM SCRAMBLE-PASSWORD
                   MOVE WS-MASK-USER(1:32)
                       TO TPH-REST(WS-HIST-POS:32)
               END-IF
           END-PERFORM.

       CLONE-COMMONPASS.
           OPEN INPUT SRC-COMMONPASS.
           IF WS-SRC-STATUS NOT = "00"
           END-IF.
           WRITE CLONE-REPORT-RECORD.
           DISPLAY CLONE-REPORT-RECORD.

       HOLD-TEST-RELEASE.
           OPEN OUTPUT MASK-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "NOGO" TO MS-VERDICT.
           MOVE WS-CURRENT-DATE(1:14) TO MS-TIMESTAMP.
           MOVE WS-CORRID TO MS-CORRID.
           WRITE MASK-STATUS-RECORD.
           CLOSE MASK-STATUS.
