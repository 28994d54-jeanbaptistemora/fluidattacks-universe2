       01 WS-RESULT      PIC X(01).
           88 WS-VALID      VALUE "Y".
           88 WS-DISPOSABLE VALUE "D".
           88 WS-NO-MAIL-DOMAIN VALUE "M".
       01 WS-VALIDEMAIL  PIC X(256) VALUE SPACES.
       01 WS-CANONICAL   PIC X(256) VALUE SPACES.
       01 WS-CURRENT-DATE PIC X(21).
           CALL "COBOLEMCK" USING BOUNCE-FEED-RECORD, WS-RESULT,
                                   WS-VALIDEMAIL, WS-CANONICAL.
           IF NOT WS-VALID AND NOT WS-DISPOSABLE
               AND NOT WS-NO-MAIL-DOMAIN
               ADD 1 TO WS-UNMATCHED
           ELSE
               PERFORM MARK-UNDELIVERABLE
