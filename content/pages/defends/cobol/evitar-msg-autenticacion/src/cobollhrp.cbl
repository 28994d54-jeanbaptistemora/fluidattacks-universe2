           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD LOGIN-HISTORY.
       01 LOGIN-HISTORY-RECORD.
           READ USER-MASTER NEXT RECORD
               AT END SET WS-USRMAST-EOF TO TRUE
           END-READ.
      * Service accounts never sign on interactively; their use is
      * attested to by their owners on the COBOLSVAT report instead.
           PERFORM UNTIL WS-USRMAST-EOF
               IF NOT USR-IS-DISABLED AND NOT USR-IS-SERVICE
                   PERFORM CHECK-ONE-ACCOUNT
               END-IF
               READ USER-MASTER NEXT RECORD
