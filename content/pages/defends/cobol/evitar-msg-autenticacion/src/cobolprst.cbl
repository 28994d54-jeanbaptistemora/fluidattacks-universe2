           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD MAIL-DOMAIN.
       01 MAIL-DOMAIN-RECORD.
       01 W13-NQ-TEMPLATE   PIC X(07) VALUE "RST0001".
       01 W14-NQ-SUBST      PIC X(32) VALUE SPACES.
       01 W15-NQ-RESULT     PIC X(01).
       01 W16-CHANNEL       PIC X(01) VALUE "C".
           88 W16-BY-SMS    VALUE "S".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Username: ".
           ACCEPT W01-USERNAME.
           DISPLAY "Enviar codigo por (C=correo S=SMS): ".
           ACCEPT W16-CHANNEL.
           MOVE FUNCTION UPPER-CASE(W16-CHANNEL) TO W16-CHANNEL.

           OPEN INPUT USER-MASTER.
           MOVE W01-USERNAME TO USR-USERNAME.

      * The token is no longer shown on screen; it travels to the
      * user's corporate address through the outbound queue, which
      * honours the suppression list, or by SMS to the mobile on the
      * phone directory.  The answer is the same whether or not a
      * mobile is on file, so the prompt gives nothing away.
       QUEUE-TOKEN-DELIVERY.
           MOVE W10-TOKEN TO W14-NQ-SUBST.
           IF W16-BY-SMS
               CALL "COBOLNQWS" USING W01-USERNAME, W13-NQ-TEMPLATE,
                                      W14-NQ-SUBST, W15-NQ-RESULT
           ELSE
               PERFORM QUEUE-TOKEN-MAIL
           END-IF.

       QUEUE-TOKEN-MAIL.
           PERFORM LOAD-MAIL-DOMAIN.
           MOVE SPACES TO W12-NQ-RECIPIENT.
           STRING FUNCTION LOWER-CASE(W01-USERNAME)
                  "@" DELIMITED BY SIZE
                  W11-DOMAIN DELIMITED BY SPACE
                  INTO W12-NQ-RECIPIENT.
           CALL "COBOLNQW" USING W12-NQ-RECIPIENT, W13-NQ-TEMPLATE,
                                  W14-NQ-SUBST, W15-NQ-RESULT.

