           RECORD KEY IS CW-WORD
           FILE STATUS IS WS-WORD-STATUS.

           SELECT LANGUAGE-WORDS ASSIGN TO DYNAMIC WS-LANGWORDS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LW-WORD
           FILE STATUS IS WS-LANGWORD-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 COMMON-WORD-RECORD.
           02 CW-WORD PIC X(20).

       FD LANGUAGE-WORDS.
       01 LANGUAGE-WORD-RECORD.
           02 LW-WORD PIC X(20).

       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME    PIC X(16).
           05 USR-SALT        PIC X(08).
           05 USR-PWD-HASH    PIC X(32).
           05 USR-PWD-CHANGED PIC X(14).
           05 USR-GRACE-USED  PIC 9(02).
           05 USR-STATUS      PIC X(01).
               88 USR-IS-DISABLED VALUE "D".
           05 USR-FORCE-CHANGE PIC X(01).
               88 USR-MUST-CHANGE VALUE "Y".
           05 USR-EMPLOYEE-ID PIC X(10).
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       WORKING-STORAGE SECTION.
       01 W02-COUNT    PIC 9(02) VALUE 1.
       01 W03-LENGTH   PIC 9(02) VALUE 0.
           88 WS-WORD-NOTFOUND VALUE "23".
       01 WS-WORDS-OPEN  PIC X(01) VALUE "N".
           88 WS-WORDS-AVAILABLE VALUE "Y".
       01 WS-LANGWORD-STATUS PIC X(02) VALUE "00".
           88 WS-LANGWORD-FOUND VALUE "00".
       01 WS-LANGWORDS-OPEN  PIC X(01) VALUE "N".
           88 WS-LANGWORDS-AVAILABLE VALUE "Y".
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-FOUND VALUE "00".
       01 WS-ENV-PREFIX      PIC X(04) VALUE SPACES.
       01 WS-COMMONWORDS-DSN PIC X(20) VALUE SPACES.
       01 WS-LANGWORDS-DSN   PIC X(20) VALUE SPACES.
       01 W16-LANGUAGE  PIC X(02) VALUE SPACES.
       01 W17-BASE-HITS PIC 9(02) VALUE 0.
       01 W18-LANG-HITS PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01 CK-PASSWORD PIC X(64).
           88 CK-STRONG VALUE "Y".
           88 CK-WEAK   VALUE "N".
       01 CK-DICT-COUNT PIC 9(02).
       01 CK-USERNAME   PIC X(16).
       01 CK-DICT-NAME  PIC X(04).

      * Tokens are looked up in the base COMMONWORDS list and in the
      * dictionary for the user's USR-LANGUAGE, so a phrase built from
      * everyday Spanish words is caught as surely as an English one.
      * CK-DICT-NAME returns the dictionary that supplied most of the
      * hits: BASE, or the language code.
       PROCEDURE DIVISION USING CK-PASSWORD, CK-RESULT,
                                CK-DICT-COUNT, CK-USERNAME,
                                CK-DICT-NAME.
       MAIN.
           MOVE 1 TO W02-COUNT.
           MOVE 0 TO W03-LENGTH, W05-PNUMBER, W06-FLAG, W08-TOKENPOS,
                     W10-TOKENCNT, W11-DUPFOUND, W12-TRIVIAL,
                     W14-SAMECOUNT, W15-DICTHITS, W17-BASE-HITS,
                     W18-LANG-HITS.
           MOVE SPACES TO CK-DICT-NAME.
           MOVE SPACES TO W07-TOKEN, W09-TOKENTBL.
           PERFORM OPEN-WORD-CORPUS.
           COMPUTE W03-LENGTH = FUNCTION LENGTH(CK-PASSWORD).
           IF WS-WORDS-AVAILABLE
               CLOSE COMMON-WORDS
           END-IF.
           IF WS-LANGWORDS-AVAILABLE
               CLOSE LANGUAGE-WORDS
           END-IF.
           MOVE W15-DICTHITS TO CK-DICT-COUNT.
           IF W18-LANG-HITS > W17-BASE-HITS
               MOVE W16-LANGUAGE TO CK-DICT-NAME
           ELSE
               IF W17-BASE-HITS > 0
                   MOVE "BASE" TO CK-DICT-NAME
               END-IF
           END-IF.
      * A phrase of real words is only as strong as the words nobody
      * guesses: refuse it when corpus words make up the majority of
      * its distinct tokens.

       OPEN-WORD-CORPUS.
           MOVE "N" TO WS-WORDS-OPEN.
           MOVE "N" TO WS-LANGWORDS-OPEN.
           CALL "COBOLENVP" USING WS-ENV-PREFIX.
           MOVE SPACES TO WS-COMMONWORDS-DSN.
           STRING WS-ENV-PREFIX DELIMITED BY SPACE
                  "COMMONWORDS" DELIMITED BY SIZE
                  INTO WS-COMMONWORDS-DSN.
           IF WS-WORD-STATUS = "00"
               MOVE "Y" TO WS-WORDS-OPEN
           END-IF.
           PERFORM FIND-USER-LANGUAGE.
           IF W16-LANGUAGE NOT = SPACES
               MOVE SPACES TO WS-LANGWORDS-DSN
               STRING WS-ENV-PREFIX DELIMITED BY SPACE
                      "COMMONWORDS" DELIMITED BY SIZE
                      W16-LANGUAGE DELIMITED BY SPACE
                      INTO WS-LANGWORDS-DSN
               OPEN INPUT LANGUAGE-WORDS
               IF WS-LANGWORD-STATUS = "00"
                   MOVE "Y" TO WS-LANGWORDS-OPEN
               END-IF
           END-IF.

       FIND-USER-LANGUAGE.
           MOVE SPACES TO W16-LANGUAGE.
           IF CK-USERNAME NOT = SPACES
               MOVE "00" TO WS-USRMAST-STATUS
               OPEN INPUT USER-MASTER
               IF WS-USRMAST-STATUS = "00"
                   MOVE CK-USERNAME TO USR-USERNAME
                   READ USER-MASTER
                       KEY IS USR-USERNAME
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-USRMAST-FOUND
                       MOVE FUNCTION UPPER-CASE(USR-LANGUAGE)
                           TO W16-LANGUAGE
                   END-IF
                   CLOSE USER-MASTER
               END-IF
           END-IF.

       CHECK-TOKEN.
           MOVE 0 TO W11-DUPFOUND.
               END-READ
               IF WS-WORD-FOUND
                   ADD 1 TO W15-DICTHITS
                   ADD 1 TO W17-BASE-HITS
               END-IF
           END-IF.
           IF WS-LANGWORDS-AVAILABLE AND NOT WS-WORD-FOUND
               MOVE FUNCTION UPPER-CASE(W07-TOKEN) TO LW-WORD
               READ LANGUAGE-WORDS
                   KEY IS LW-WORD
                   INVALID KEY CONTINUE
               END-READ
               IF WS-LANGWORD-FOUND
                   ADD 1 TO W15-DICTHITS
                   ADD 1 TO W18-LANG-HITS
               END-IF
           END-IF.
