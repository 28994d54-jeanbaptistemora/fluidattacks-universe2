           RECORD KEY IS LH-KEY
           FILE STATUS IS WS-LH-STATUS.

           SELECT MAIL-DOMAIN ASSIGN TO "MAILDOM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DOM-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD LOGIN-ATTEMPTS.
       01 LOGIN-ATTEMPTS-RECORD.
               10 LH-TIMESTAMP PIC X(14).
           05 LH-ORIGIN PIC X(10).

       FD MAIL-DOMAIN.
       01 MAIL-DOMAIN-RECORD.
           02 MD-DOMAIN PIC X(40).

       WORKING-STORAGE SECTION.
       01 W01-USERNAME       PIC X(16) VALUE "".
       01 W02-PASSWORD       PIC X(16) VALUE "".
       01 W40-PU-RESULT      PIC X(01).
           88 W40-PU-CONTAINS VALUE "Y".
       01 W41-DICT-COUNT     PIC 9(02) VALUE 0.
       01 W41-DICT-NAME      PIC X(04) VALUE SPACES.
       01 WS-RQ-STATUS       PIC X(02) VALUE "00".
           88 WS-RQ-FOUND    VALUE "00".
           88 WS-RQ-NOTFOUND VALUE "23".
       01 W77-JRN-KEY       PIC X(256) VALUE SPACES.
       01 W78-JRN-ACTION    PIC X(01) VALUE "U".
       01 W79-JRN-CORRID    PIC X(12) VALUE SPACES.
       01 WS-DOM-STATUS     PIC X(02) VALUE "00".
       01 W80-PRIV-ROLE-LIST.
           05 W80-PRIV-ROLE PIC X(08) OCCURS 3 TIMES.
       01 W81-PRIV-SUB      PIC 9(01) VALUE 0.
       01 W82-PRIV-RESULT   PIC X(01).
           88 W82-PRIV-HELD VALUE "Y".
       01 W83-PRIVILEGED    PIC X(01) VALUE "N".
           88 W83-IS-PRIVILEGED VALUE "Y".
       01 W84-OTP-PURPOSE   PIC X(20) VALUE "SIGNON-CODE".
       01 W85-OTP-CODE      PIC X(06) VALUE SPACES.
       01 W86-OTP-ENTERED   PIC X(06) VALUE SPACES.
       01 W87-OTP-MINUTES   PIC 9(02) VALUE 5.
       01 W88-OTP-ISSUED    PIC 9(12) VALUE 0.
       01 W89-OTP-ELAPSED   PIC S9(12) VALUE 0.
       01 W90-OTP-RESULT    PIC X(01) VALUE "Y".
           88 W90-OTP-PASSED VALUE "Y".
           88 W90-OTP-FAILED VALUE "N".
           88 W90-OTP-UNSENT VALUE "U".
       01 W91-DOMAIN        PIC X(40) VALUE "EMPRESA.CO".
       01 W92-NQ-RECIPIENT  PIC X(256) VALUE SPACES.
       01 W93-NQ-TEMPLATE   PIC X(07) VALUE "AUT0015".
       01 W94-NQ-SUBST      PIC X(32) VALUE SPACES.
       01 W95-NQ-RESULT     PIC X(01).
           88 W95-NQ-QUEUED VALUE "Q".
       01 W96-OTP-DIGIT     PIC 9(01) VALUE 0.
       01 W97-SERVICE-ATTEMPT PIC X(01) VALUE "N".
           88 W97-IS-SERVICE-ATTEMPT VALUE "Y".
       01 W98-OTP-CHANNEL   PIC X(01) VALUE "C".
           88 W98-OTP-BY-SMS VALUE "S".

       PROCEDURE DIVISION.
       MAIN.
               DISPLAY W46-MSG-TEXT
           ELSE
               PERFORM CHECK-COMBINATION
               MOVE "Y" TO W90-OTP-RESULT
               IF W06-VALID
                   PERFORM CHECK-SECOND-FACTOR
                       THRU CHECK-SECOND-FACTOR-EXIT
               END-IF
               IF W06-VALID
                   MOVE 0 TO LOGIN-FAILCOUNT
                   MOVE "N" TO LOGIN-LOCKED
                          W01-USERNAME DELIMITED BY SIZE
                          INTO W07-AUDIT-RECORD
               ELSE
      * A code that could not be queued is the delivery path's fault,
      * not the user's, so it denies the sign-on without counting.
                   IF NOT W90-OTP-UNSENT
                       COMPUTE LOGIN-FAILCOUNT = LOGIN-FAILCOUNT + 1
                       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE TO LOGIN-LAST-FAIL
                       IF LOGIN-FAILCOUNT >= W05-MAXATTEMPTS
                           PERFORM LOCK-THE-ACCOUNT
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN W90-OTP-UNSENT
                           MOVE "AUT0018" TO W43-MSG-ID
                       WHEN W90-OTP-FAILED
                           MOVE "AUT0017" TO W43-MSG-ID
                       WHEN OTHER
                           MOVE "AUT0003" TO W43-MSG-ID
                   END-EVALUATE
                   CALL "COBOLMSGT" USING W43-MSG-ID, W44-MSG-LANG,
                       W45-MSG-SUBST, W46-MSG-TEXT, W47-MSG-CTX
                   DISPLAY W46-MSG-TEXT
                   EVALUATE TRUE
                       WHEN W97-IS-SERVICE-ATTEMPT
                           STRING "SVCLOGON" DELIMITED BY SIZE
                                  W01-USERNAME DELIMITED BY SIZE
                                  INTO W07-AUDIT-RECORD
                       WHEN W90-OTP-PASSED
                           STRING "LOGINFAIL" DELIMITED BY SIZE
                                  W01-USERNAME DELIMITED BY SIZE
                                  INTO W07-AUDIT-RECORD
                       WHEN OTHER
                           STRING "OTPFAIL " DELIMITED BY SIZE
                                  W01-USERNAME DELIMITED BY SIZE
                                  INTO W07-AUDIT-RECORD
                   END-EVALUATE
               END-IF
               CALL "COBOLCLSFA" USING W07-AUDIT-RECORD,
                       W08-AUDIT-RESULT
               MOVE "Y" TO LOGIN-LOCKED
           END-IF.

      * Accounts holding an administrative role answer a one-time
      * code on top of the password.  The code goes through NOTIFYQ,
      * to the user's corporate address or, when the user asks for
      * it, by SMS to the mobile on the phone directory, and lives
      * only a few minutes; a wrong or late entry fails the sign-on
      * exactly like a bad password, so the failure count is left
      * untouched until both factors are through.
       CHECK-SECOND-FACTOR.
           PERFORM CHECK-PRIVILEGED-ROLES.
           IF NOT W83-IS-PRIVILEGED
               GO TO CHECK-SECOND-FACTOR-EXIT
           END-IF.

           PERFORM GENERATE-SIGNON-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W66-NOW-DATE.
           COMPUTE W88-OTP-ISSUED =
               FUNCTION INTEGER-OF-DATE(W66-NOW-DATE) * 1440
               + FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)).
           PERFORM QUEUE-SIGNON-CODE THRU QUEUE-SIGNON-CODE-EXIT.
           IF NOT W95-NQ-QUEUED
               MOVE "U" TO W90-OTP-RESULT
               MOVE "N" TO W06-COMBO-VALID
               GO TO CHECK-SECOND-FACTOR-EXIT
           END-IF.

           MOVE SPACES TO W45-MSG-SUBST.
           MOVE "AUT0016" TO W43-MSG-ID.
           CALL "COBOLMSGT" USING W43-MSG-ID, W44-MSG-LANG,
               W45-MSG-SUBST, W46-MSG-TEXT, W47-MSG-CTX.
           DISPLAY W46-MSG-TEXT.
           MOVE SPACES TO W86-OTP-ENTERED.
           ACCEPT W86-OTP-ENTERED WITH NO-ECHO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W66-NOW-DATE.
           COMPUTE W62-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(W66-NOW-DATE) * 1440
               + FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)).
           COMPUTE W89-OTP-ELAPSED = W62-NOW-MINUTES - W88-OTP-ISSUED.
           IF W86-OTP-ENTERED NOT = W85-OTP-CODE
               OR W89-OTP-ELAPSED > W87-OTP-MINUTES
               MOVE "N" TO W90-OTP-RESULT
               MOVE "N" TO W06-COMBO-VALID
           END-IF.
           MOVE SPACES TO W85-OTP-CODE.
       CHECK-SECOND-FACTOR-EXIT.
           EXIT.

      * The roles that open the helpdesk, dictionary, runbook and
      * vault maintenance transactions.
       CHECK-PRIVILEGED-ROLES.
           MOVE "N" TO W83-PRIVILEGED.
           MOVE "ADMIN"    TO W80-PRIV-ROLE(1).
           MOVE "HELPDESK" TO W80-PRIV-ROLE(2).
           MOVE "KEYCUST"  TO W80-PRIV-ROLE(3).
           PERFORM VARYING W81-PRIV-SUB FROM 1 BY 1
                   UNTIL W81-PRIV-SUB > 3 OR W83-IS-PRIVILEGED
               CALL "COBOLROLCK" USING W01-USERNAME,
                   W80-PRIV-ROLE(W81-PRIV-SUB), W82-PRIV-RESULT
               IF W82-PRIV-HELD
                   MOVE "Y" TO W83-PRIVILEGED
               END-IF
           END-PERFORM.

       GENERATE-SIGNON-CODE.
           MOVE SPACES TO W85-OTP-CODE.
           CALL "COBOLVGEN" USING W84-OTP-PURPOSE, W10-KEYVALUE.
           COMPUTE W11-SVAL =
               (FUNCTION ORD(W10-KEYVALUE(1:1)) * 16777216) +
               (FUNCTION ORD(W10-KEYVALUE(2:1)) * 65536) +
               (FUNCTION ORD(W10-KEYVALUE(3:1)) * 256) +
               FUNCTION ORD(W10-KEYVALUE(4:1)).
           PERFORM VARYING W14-COUNT FROM 1 BY 1 UNTIL W14-COUNT > 6
               COMPUTE W11-SVAL      = W11-SVAL + W14-COUNT
               COMPUTE W13-RANDOM    = FUNCTION RANDOM(W11-SVAL)
               COMPUTE W16-RANDOMINT = W13-RANDOM * 65535
               COMPUTE W96-OTP-DIGIT = FUNCTION MOD(W16-RANDOMINT, 10)
               MOVE W96-OTP-DIGIT TO W85-OTP-CODE(W14-COUNT:1)
           END-PERFORM.

       QUEUE-SIGNON-CODE.
           MOVE W85-OTP-CODE TO W94-NQ-SUBST.
           DISPLAY "Enviar codigo por (C=correo S=SMS): ".
           MOVE SPACES TO W98-OTP-CHANNEL.
           ACCEPT W98-OTP-CHANNEL.
           MOVE FUNCTION UPPER-CASE(W98-OTP-CHANNEL) TO W98-OTP-CHANNEL.
           IF W98-OTP-BY-SMS
               CALL "COBOLNQWS" USING W01-USERNAME, W93-NQ-TEMPLATE,
                                      W94-NQ-SUBST, W95-NQ-RESULT
               GO TO QUEUE-SIGNON-CODE-EXIT
           END-IF.

           OPEN INPUT MAIL-DOMAIN.
           IF WS-DOM-STATUS = "00"
               READ MAIL-DOMAIN
                   AT END CONTINUE
                   NOT AT END
                       IF MD-DOMAIN NOT = SPACES
                           MOVE MD-DOMAIN TO W91-DOMAIN
                       END-IF
               END-READ
               CLOSE MAIL-DOMAIN
           END-IF.
           MOVE SPACES TO W92-NQ-RECIPIENT.
           STRING FUNCTION LOWER-CASE(W01-USERNAME)
                  DELIMITED BY SPACE
                  "@" DELIMITED BY SIZE
                  W91-DOMAIN DELIMITED BY SPACE
                  INTO W92-NQ-RECIPIENT.
           CALL "COBOLNQW" USING W92-NQ-RECIPIENT, W93-NQ-TEMPLATE,
                                  W94-NQ-SUBST, W95-NQ-RESULT.
       QUEUE-SIGNON-CODE-EXIT.
           EXIT.

       LOAD-POLICY.
           OPEN INPUT POLICY-PARAM.
           IF WS-POLICY-STATUS = "00"
                                   W33-CP-MATCHED, W39-MATCH-TYPE.
           CALL "COBOLPRCK" USING W31-NEW-PASSWORD, W34-PR-RESULT.
           CALL "COBOLP2CK" USING W31-NEW-PASSWORD, W35-P2-RESULT,
                                   W41-DICT-COUNT, W01-USERNAME,
                                   W41-DICT-NAME.
           CALL "COBOLPHCK" USING W30-USERID, W31-NEW-PASSWORD,
                                   W36-PH-RESULT.
           CALL "COBOLPUCK" USING W30-USERID, W31-NEW-PASSWORD,
           MOVE USER-MASTER-RECORD TO W75-JRN-BEFORE.

           MOVE "N" TO W06-COMBO-VALID.
      * A batch identity never signs on here; the attempt is refused
      * with the ordinary message but audited under its own tag.
           MOVE "N" TO W97-SERVICE-ATTEMPT.
           IF WS-USRMAST-FOUND AND USR-IS-SERVICE
               MOVE "Y" TO W97-SERVICE-ATTEMPT
           END-IF.
           IF WS-USRMAST-FOUND AND NOT USR-IS-DISABLED
               AND NOT USR-IS-SERVICE
               MOVE USR-HASH-VER TO W70-RECORD-HVER
               IF W70-RECORD-HVER = SPACE
                   MOVE "1" TO W70-RECORD-HVER
