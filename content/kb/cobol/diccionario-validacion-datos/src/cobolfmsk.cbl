           02 FD-SENSITIVITY PIC X(01).
               88 FD-SENS-PUBLIC     VALUES "P", " ".
               88 FD-SENS-INTERNAL   VALUE "I".
               88 FD-SENS-RESTRICTED VALUES "R", "T".
               88 FD-SENS-TOKENIZE   VALUE "T".

       WORKING-STORAGE SECTION.
       01 WS-DICT-STATUS PIC X(02) VALUE "00".
       01 W02-ROLE-RESULT   PIC X(01).
           88 W02-AUTHORIZED VALUE "Y".
       01 W03-MASK-BUILD    PIC X(64) VALUE SPACES.
       01 W04-TOKEN-FN      PIC X(01) VALUE "T".
       01 W05-TOKEN-CALLER  PIC X(10) VALUE "COBOLFMSK".
       01 W06-TOKEN-VALUE   PIC X(64) VALUE SPACES.
       01 W07-TOKEN-RESULT  PIC X(01).
           88 W07-TOKEN-OK   VALUE "Y".

       LINKAGE SECTION.
       01 CK-FIELDNAME PIC X(20).
       01 CK-OPERATOR  PIC X(16).
       01 CK-VALUE     PIC X(64).
       01 CK-MASKED    PIC X(01).
           88 CK-WAS-MASKED    VALUE "Y".
           88 CK-NOT-MASKED    VALUE "N".
           88 CK-WAS-TOKENIZED VALUE "T".
       01 CK-LEVEL     PIC X(01).
           88 CK-MASK-INTERNAL VALUES "I", "T".
           88 CK-TOKENIZE      VALUE "T".

      * Data classification applied where values actually leave the
      * system: a field FIELDDICT marks restricted is masked unless
      * the dictionary is treated as restricted rather than leaking
      * by default. Callers that only need the decision - a column
      * heading pass, for instance - can send a blank value and act
      * on CK-MASKED themselves.  CK-LEVEL "R" masks restricted
      * fields only, for screens and reports that stay inside; "I"
      * masks internal fields as well, for data leaving the company.
      * "T" is "I" for an extract that would rather tokenize than
      * mask its restricted fields, and a field FIELDDICT marks "T"
      * is tokenized at every level: the value goes out as its
      * COBOLTOKN vault token, the same token every time, so the
      * receiving side can still match records on it.  CK-MASKED
      * then says "T".  If the vault cannot give a token the value
      * is masked instead; a field missing from the dictionary is
      * always masked.
       PROCEDURE DIVISION USING CK-FIELDNAME, CK-OPERATOR,
                                CK-VALUE, CK-MASKED, CK-LEVEL.
       MAIN.
           SET CK-NOT-MASKED TO TRUE.

               CLOSE FIELD-DICT
           END-IF.

           IF WS-DICT-FOUND AND FD-SENS-PUBLIC
               GOBACK
           END-IF.
           IF WS-DICT-FOUND AND FD-SENS-INTERNAL
               AND NOT CK-MASK-INTERNAL
               GOBACK
           END-IF.

               GOBACK
           END-IF.

           IF WS-DICT-FOUND AND FD-SENS-RESTRICTED
               AND (FD-SENS-TOKENIZE OR CK-TOKENIZE)
               PERFORM TOKENIZE-VALUE
               IF CK-WAS-TOKENIZED
                   GOBACK
               END-IF
           END-IF.

           PERFORM MASK-VALUE.
           SET CK-WAS-MASKED TO TRUE.

           GOBACK.

      * A blank value is only a probe for the decision and needs no
      * trip to the vault.
       TOKENIZE-VALUE.
           IF CK-VALUE = SPACES
               SET CK-WAS-TOKENIZED TO TRUE
           ELSE
               MOVE CK-VALUE TO W06-TOKEN-VALUE
               CALL "COBOLTOKN" USING W04-TOKEN-FN, W05-TOKEN-CALLER,
                                       CK-FIELDNAME, W06-TOKEN-VALUE,
                                       W07-TOKEN-RESULT
               IF W07-TOKEN-OK
                   MOVE W06-TOKEN-VALUE TO CK-VALUE
                   SET CK-WAS-TOKENIZED TO TRUE
               END-IF
           END-IF.

      * The leading character survives so an operator can still tell
      * records apart, the way the session inquiry masks tokens.
       MASK-VALUE.
