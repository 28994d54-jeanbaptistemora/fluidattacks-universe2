       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLEDCF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICT-LOG ASSIGN TO "EDITCONF"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT CONFLICT-COUNT ASSIGN TO "EDITCNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EC-KEY
           FILE STATUS IS WS-CNT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CONFLICT-LOG.
       01 CONFLICT-LOG-RECORD.
           05 EL-TIMESTAMP PIC X(14).
           05 EL-PROGRAM   PIC X(10).
           05 EL-FILE      PIC X(10).
           05 EL-KEY       PIC X(30).
           05 EL-OPERATOR  PIC X(16).
           05 EL-FIELDS    PIC X(60).

       FD CONFLICT-COUNT.
       01 CONFLICT-COUNT-RECORD.
           05 EC-KEY.
               10 EC-PROGRAM  PIC X(10).
               10 EC-FILE     PIC X(10).
               10 EC-REC-KEY  PIC X(30).
           05 EC-COUNT        PIC 9(05).
           05 EC-FIRST-TS     PIC X(14).
           05 EC-LAST-TS      PIC X(14).
           05 EC-LAST-OPER    PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS   PIC X(02) VALUE "00".
       01 WS-CNT-STATUS   PIC X(02) VALUE "00".
           88 WS-CNT-FOUND    VALUE "00".
           88 WS-CNT-NOTFOUND VALUE "23".
       01 WS-CURRENT-DATE PIC X(21).

       LINKAGE SECTION.
       01 CK-PROGRAM  PIC X(10).
       01 CK-FILE     PIC X(10).
       01 CK-KEY      PIC X(30).
       01 CK-OPERATOR PIC X(16).
       01 CK-FIELDS   PIC X(60).
       01 CK-COUNT    PIC 9(05).

      * Edit conflicts of the online maintenance transactions: the
      * operator whose save was refused because someone else changed
      * the record after it was shown is logged on EDITCONF with the
      * fields that moved, and EDITCNT keeps a running count per
      * program, file and record so COBOLEDCR can show where people
      * keep stepping on each other.  CK-COUNT returns the record's
      * count including this one.
       PROCEDURE DIVISION USING CK-PROGRAM, CK-FILE, CK-KEY,
                                CK-OPERATOR, CK-FIELDS, CK-COUNT.
       MAIN.
           MOVE 0 TO CK-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN EXTEND CONFLICT-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CONFLICT-LOG
           END-IF.
           IF WS-LOG-STATUS = "00"
               MOVE WS-CURRENT-DATE(1:14) TO EL-TIMESTAMP
               MOVE CK-PROGRAM  TO EL-PROGRAM
               MOVE CK-FILE     TO EL-FILE
               MOVE CK-KEY      TO EL-KEY
               MOVE CK-OPERATOR TO EL-OPERATOR
               MOVE CK-FIELDS   TO EL-FIELDS
               WRITE CONFLICT-LOG-RECORD
               CLOSE CONFLICT-LOG
           END-IF.

           OPEN I-O CONFLICT-COUNT.
           IF WS-CNT-STATUS = "35"
               OPEN OUTPUT CONFLICT-COUNT
               CLOSE CONFLICT-COUNT
               MOVE "00" TO WS-CNT-STATUS
               OPEN I-O CONFLICT-COUNT
           END-IF.
           IF WS-CNT-STATUS NOT = "00"
               GOBACK
           END-IF.

           MOVE CK-PROGRAM TO EC-PROGRAM.
           MOVE CK-FILE    TO EC-FILE.
           MOVE CK-KEY     TO EC-REC-KEY.
           READ CONFLICT-COUNT
               KEY IS EC-KEY
               INVALID KEY SET WS-CNT-NOTFOUND TO TRUE
           END-READ.
           IF WS-CNT-FOUND
               ADD 1 TO EC-COUNT
               MOVE WS-CURRENT-DATE(1:14) TO EC-LAST-TS
               MOVE CK-OPERATOR TO EC-LAST-OPER
               REWRITE CONFLICT-COUNT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE CK-PROGRAM TO EC-PROGRAM
               MOVE CK-FILE    TO EC-FILE
               MOVE CK-KEY     TO EC-REC-KEY
               MOVE 1 TO EC-COUNT
               MOVE WS-CURRENT-DATE(1:14) TO EC-FIRST-TS
               MOVE WS-CURRENT-DATE(1:14) TO EC-LAST-TS
               MOVE CK-OPERATOR TO EC-LAST-OPER
               WRITE CONFLICT-COUNT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           MOVE EC-COUNT TO CK-COUNT.

           CLOSE CONFLICT-COUNT.
           GOBACK.
