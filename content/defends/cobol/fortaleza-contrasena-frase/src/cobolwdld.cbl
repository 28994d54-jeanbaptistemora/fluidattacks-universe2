       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORD-FEED ASSIGN TO DYNAMIC W01-FEED-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           RECORD KEY IS CW-WORD
           FILE STATUS IS WS-WORD-STATUS.

           SELECT WORD-LANGUAGES ASSIGN TO "WORDLANG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LANG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 COMMON-WORD-RECORD.
           02 CW-WORD PIC X(20).

       FD WORD-LANGUAGES.
       01 WORD-LANGUAGE-RECORD.
           02 WL-LANGUAGE PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS  PIC X(02) VALUE "00".
           88 WS-FEED-EOF     VALUE "10".
       01 WS-WORD-STATUS  PIC X(02) VALUE "00".
       01 WS-LANG-STATUS  PIC X(02) VALUE "00".
           88 WS-LANG-EOF     VALUE "10".
       01 WS-LOADED       PIC 9(07) VALUE 0.
       01 WS-ENV-PREFIX      PIC X(04) VALUE SPACES.
       01 WS-COMMONWORDS-DSN PIC X(20) VALUE SPACES.
       01 W01-FEED-DSN    PIC X(10) VALUE "WORDFEED".
       01 W02-MFT-DSN     PIC X(10) VALUE "WORDMFT".
       01 W03-TRLV-RESULT PIC X(01).
           88 W03-FEED-VERIFIED VALUE "Y".
       01 W04-TRLV-COUNT  PIC 9(07) VALUE 0.
       01 W05-LANGUAGE    PIC X(02) VALUE SPACES.
       01 W06-LANG-COUNT  PIC 9(02) VALUE 0.
       01 W07-LANG-TABLE.
           05 W07-LANG PIC X(02) OCCURS 20 TIMES.
       01 W08-LANG-SUB    PIC 9(02) VALUE 0.

      * The base COMMONWORDS list is always loaded from WORDFEED.  Each
      * language named on WORDLANG (ES and EN when there is no such
      * file) then gets its own dictionary, COMMONWORDS followed by
      * the language code, from WORDFEED plus the same code.  COBOLP2CK
      * checks a phrase against the base list and the dictionary of
      * the user's USR-LANGUAGE.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLENVP" USING WS-ENV-PREFIX.

           MOVE SPACES TO W05-LANGUAGE.
           PERFORM LOAD-ONE-DICTIONARY THRU LOAD-ONE-DICTIONARY-EXIT.

           PERFORM LOAD-LANGUAGE-LIST.
           PERFORM VARYING W08-LANG-SUB FROM 1 BY 1
                   UNTIL W08-LANG-SUB > W06-LANG-COUNT
               MOVE W07-LANG(W08-LANG-SUB) TO W05-LANGUAGE
               PERFORM LOAD-ONE-DICTIONARY
                   THRU LOAD-ONE-DICTIONARY-EXIT
           END-PERFORM.

           GOBACK.

       LOAD-LANGUAGE-LIST.
           MOVE 0 TO W06-LANG-COUNT.
           OPEN INPUT WORD-LANGUAGES.
           IF WS-LANG-STATUS = "00"
               READ WORD-LANGUAGES
                   AT END SET WS-LANG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LANG-EOF
                   IF WL-LANGUAGE NOT = SPACES AND W06-LANG-COUNT < 20
                       ADD 1 TO W06-LANG-COUNT
                       MOVE FUNCTION UPPER-CASE(WL-LANGUAGE)
                           TO W07-LANG(W06-LANG-COUNT)
                   END-IF
                   READ WORD-LANGUAGES
                       AT END SET WS-LANG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WORD-LANGUAGES
           ELSE
               MOVE 2 TO W06-LANG-COUNT
               MOVE "ES" TO W07-LANG(1)
               MOVE "EN" TO W07-LANG(2)
           END-IF.

       LOAD-ONE-DICTIONARY.
           MOVE SPACES TO WS-COMMONWORDS-DSN.
           STRING WS-ENV-PREFIX DELIMITED BY SPACE
                  "COMMONWORDS" DELIMITED BY SIZE
                  W05-LANGUAGE DELIMITED BY SPACE
                  INTO WS-COMMONWORDS-DSN.
           MOVE SPACES TO W01-FEED-DSN.
           STRING "WORDFEED" W05-LANGUAGE
                  DELIMITED BY SIZE
                  INTO W01-FEED-DSN.
           MOVE SPACES TO W02-MFT-DSN.
           STRING "WORDMFT" W05-LANGUAGE
                  DELIMITED BY SIZE
                  INTO W02-MFT-DSN.

      * A truncated word list would silently weaken the gate, so the
      * transfer manifest is checked before the reload.  A rejected
      * feed leaves that dictionary as it was.
           CALL "COBOLTRLV" USING W01-FEED-DSN, W02-MFT-DSN,
                                   W03-TRLV-RESULT, W04-TRLV-COUNT.
           IF NOT W03-FEED-VERIFIED
               DISPLAY W01-FEED-DSN " rechazado, manifiesto: "
                   W03-TRLV-RESULT
               GO TO LOAD-ONE-DICTIONARY-EXIT
           END-IF.

           MOVE 0 TO WS-LOADED.
           MOVE "00" TO WS-FEED-STATUS.
           OPEN INPUT WORD-FEED.
           OPEN OUTPUT COMMON-WORDS.
           CLOSE COMMON-WORDS.

           CLOSE WORD-FEED.
           CLOSE COMMON-WORDS.
           DISPLAY "Palabras cargadas en " WS-COMMONWORDS-DSN ": "
               WS-LOADED.
       LOAD-ONE-DICTIONARY-EXIT.
           EXIT.
