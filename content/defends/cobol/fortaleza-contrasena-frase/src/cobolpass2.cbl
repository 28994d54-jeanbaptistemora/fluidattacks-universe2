       01 W09-FLAG     PIC X(01) VALUE "Y".
           88 W09-FLAG-TRUE VALUE "Y".
       01 W10-DICT-COUNT PIC 9(02) VALUE 0.
       01 W11-USERNAME   PIC X(16) VALUE SPACES.
       01 W12-DICT-NAME  PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W01-PASSWORD.

           CALL "COBOLP2CK" USING W01-PASSWORD, W09-FLAG,
                                   W10-DICT-COUNT, W11-USERNAME,
                                   W12-DICT-NAME.

           IF W09-FLAG-TRUE
               DISPLAY "Requisito cumplido"
               DISPLAY "Requisito incumplido"
               IF W10-DICT-COUNT > 0
                   DISPLAY "Palabras de diccionario: " W10-DICT-COUNT
                       " (" W12-DICT-NAME ")"
               END-IF
           END-IF.

