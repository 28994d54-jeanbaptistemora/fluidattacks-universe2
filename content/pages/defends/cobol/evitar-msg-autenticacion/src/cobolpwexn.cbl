           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD POLICY-PARAM.
       01 POLICY-PARAM-RECORD.
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
           END-IF.
      * Service accounts hold no interactive password; their
      * credential lives in KEYVAULT and never ages here.
           PERFORM UNTIL WS-USRMAST-EOF
               IF NOT USR-IS-DISABLED AND NOT USR-IS-SERVICE
                   AND USR-PWD-CHANGED(1:8) NUMERIC
                   PERFORM CHECK-ONE-ACCOUNT
                       THRU CHECK-ONE-ACCOUNT-EXIT
