       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRCLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-CODE-LANG ASSIGN TO "REFCDLANG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-REFLANG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REF-CODE-LANG.
       01 REF-CODE-LANG-RECORD.
           02 RL-KEY.
               03 RL-TABLE-NAME  PIC X(10).
               03 RL-CODE        PIC 9(04).
               03 RL-EFF-FROM    PIC X(08).
               03 RL-LANG        PIC X(02).
           02 RL-EFF-TO      PIC X(08).
           02 RL-DESCRIPTION PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-REFLANG-STATUS PIC X(02) VALUE "00".
           88 WS-REFLANG-EOF      VALUE "10".
       01 WS-ASOF-DATE      PIC X(08) VALUE SPACES.
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-FALLBACK-LANG  PIC X(02) VALUE "ES".
       01 WS-LANG-OPEN      PIC X(01) VALUE "N".
           88 WS-LANG-IS-OPEN VALUE "Y".

       LINKAGE SECTION.
       01 CK-TABLE-NAME  PIC X(10).
       01 CK-CODE        PIC 9(04).
       01 CK-LANG        PIC X(02).
       01 CK-DESCRIPTION PIC X(20).
       01 CK-RESULT      PIC X(01).
           88 CK-FOUND      VALUE "Y".
           88 CK-NOTFOUND   VALUE "N".
       01 CK-ASOF-DATE   PIC X(08).

      * Reference-code description in the caller's language.  REFCODE
      * holds every code in the fallback language (Spanish, as in the
      * message catalog); REFCDLANG holds the translations, keyed like
      * REFCODE plus the language and effective-dated the same way.
      * A code with no translation in force for the language falls
      * back to the COBOLRCLU description, so a caller always gets
      * the text REFCODE would have given it.
       PROCEDURE DIVISION USING CK-TABLE-NAME, CK-CODE, CK-LANG,
                                CK-DESCRIPTION, CK-RESULT,
                                CK-ASOF-DATE.
       MAIN.
           MOVE SPACES TO CK-DESCRIPTION.
           SET CK-NOTFOUND TO TRUE.

           IF CK-LANG NOT = SPACES AND CK-LANG NOT = WS-FALLBACK-LANG
               PERFORM FIND-TRANSLATION
           END-IF.

           IF CK-NOTFOUND
               CALL "COBOLRCLU" USING CK-TABLE-NAME, CK-CODE,
                                       CK-DESCRIPTION, CK-RESULT,
                                       CK-ASOF-DATE
           END-IF.
           GOBACK.

       FIND-TRANSLATION.
           IF CK-ASOF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-ASOF-DATE
           ELSE
               MOVE CK-ASOF-DATE TO WS-ASOF-DATE
           END-IF.

           MOVE "N" TO WS-LANG-OPEN.
           MOVE "00" TO WS-REFLANG-STATUS.
           OPEN INPUT REF-CODE-LANG.
           IF WS-REFLANG-STATUS NOT = "00"
               SET WS-REFLANG-EOF TO TRUE
           ELSE
               MOVE "Y" TO WS-LANG-OPEN
               MOVE CK-TABLE-NAME TO RL-TABLE-NAME
               MOVE CK-CODE       TO RL-CODE
               MOVE SPACES        TO RL-EFF-FROM
               MOVE SPACES        TO RL-LANG
               START REF-CODE-LANG KEY IS NOT LESS THAN RL-KEY
                   INVALID KEY SET WS-REFLANG-EOF TO TRUE
               END-START
           END-IF.

           IF NOT WS-REFLANG-EOF
               READ REF-CODE-LANG NEXT RECORD
                   AT END SET WS-REFLANG-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-REFLANG-EOF
                   OR RL-TABLE-NAME NOT = CK-TABLE-NAME
                   OR RL-CODE NOT = CK-CODE
               IF RL-LANG = CK-LANG
                   AND (RL-EFF-FROM = SPACES
                       OR RL-EFF-FROM NOT > WS-ASOF-DATE)
                   AND (RL-EFF-TO = SPACES
                       OR RL-EFF-TO NOT < WS-ASOF-DATE)
                   MOVE RL-DESCRIPTION TO CK-DESCRIPTION
                   SET CK-FOUND TO TRUE
               END-IF
               READ REF-CODE-LANG NEXT RECORD
                   AT END SET WS-REFLANG-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF WS-LANG-IS-OPEN
               CLOSE REF-CODE-LANG
           END-IF.
