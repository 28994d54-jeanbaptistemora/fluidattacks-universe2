       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-BEST-STAMP   PIC X(15) VALUE SPACES.
       01 WS-BEST-VALUE   PIC X(32) VALUE SPACES.
       01 WS-BEST-ID      PIC X(30) VALUE SPACES.
       01 WS-HAVE-KEY     PIC X(01) VALUE "N".
           88 WS-KEY-FOUND VALUE "Y".
       01 WS-OUTCOME      PIC X(01) VALUE "N".
           88 CK-OK        VALUE "Y".
           88 CK-DENIED    VALUE "D".
           88 CK-NO-KEY    VALUE "N".
       01 CK-KEY-ID   PIC X(30).

      * CK-KEY-ID blank asks for the purpose's current active key and
      * returns its vault ID; a key ID taken from a protected file's
      * header asks for exactly that key, retired or not, as long as
      * it belongs to the purpose the caller is cleared for.
       PROCEDURE DIVISION USING CK-CALLER, CK-PURPOSE, CK-KEYVALUE,
                                CK-RESULT, CK-KEY-ID.
       MAIN.
           MOVE SPACES TO CK-KEYVALUE.
           SET CK-NO-KEY TO TRUE.

           PERFORM CHECK-ACCESS-LIST.
           IF WS-ACL-FOUND
               IF CK-KEY-ID = SPACES
                   PERFORM FIND-ACTIVE-KEY
               ELSE
                   PERFORM FIND-NAMED-KEY
               END-IF
               IF WS-KEY-FOUND
                   MOVE WS-BEST-VALUE TO CK-KEYVALUE
                   MOVE WS-BEST-ID    TO CK-KEY-ID
                   SET CK-OK TO TRUE
                   MOVE "A" TO WS-OUTCOME
               ELSE

       FIND-ACTIVE-KEY.
           MOVE "N" TO WS-HAVE-KEY.
           MOVE SPACES TO WS-BEST-STAMP, WS-BEST-VALUE, WS-BEST-ID.
           OPEN INPUT KEY-VAULT.
           MOVE SPACES TO KV-KEY-ID.
           MOVE CK-PURPOSE TO KV-KEY-ID.
               IF KV-IS-ACTIVE AND KV-TIMESTAMP > WS-BEST-STAMP
                   MOVE KV-TIMESTAMP TO WS-BEST-STAMP
                   MOVE KV-KEYVALUE  TO WS-BEST-VALUE
                   MOVE KV-KEY-ID    TO WS-BEST-ID
                   MOVE "Y" TO WS-HAVE-KEY
               END-IF
               READ KEY-VAULT NEXT RECORD
           END-PERFORM.
           CLOSE KEY-VAULT.

       FIND-NAMED-KEY.
           MOVE "N" TO WS-HAVE-KEY.
           MOVE SPACES TO WS-BEST-STAMP, WS-BEST-VALUE, WS-BEST-ID.
           OPEN INPUT KEY-VAULT.
           MOVE CK-KEY-ID TO KV-KEY-ID.
           READ KEY-VAULT
               KEY IS KV-KEY-ID
               INVALID KEY MOVE SPACES TO KV-PURPOSE
           END-READ.
           IF WS-VAULT-STATUS = "00" AND KV-PURPOSE = CK-PURPOSE
               MOVE KV-KEYVALUE TO WS-BEST-VALUE
               MOVE KV-KEY-ID   TO WS-BEST-ID
               MOVE "Y" TO WS-HAVE-KEY
           END-IF.
           CLOSE KEY-VAULT.

       WRITE-ACCESS-AUDIT.
           OPEN EXTEND KEY-ACCESS-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
