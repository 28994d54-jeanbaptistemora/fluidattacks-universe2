           05 GA-DECISION   PIC X(01).
               88 GA-ACCEPTED VALUE "A".
               88 GA-REJECTED VALUE "R".
           05 GA-P2-DICT    PIC X(04).
           05 GA-BH-VERDICT PIC X(01).

       WORKING-STORAGE SECTION.
       COPY QUSEC OF QSYSINC-QCBLLESRC.
       01 W28-SEV-TYPE     PIC X(08) VALUE "PWGATE".
       01 W29-SEV-OBJECT   PIC X(30) VALUE "PASSWORD-GATE".
       01 W30-SEV-OUTCOME  PIC X(01) VALUE SPACE.
       01 W31-DICT-NAME    PIC X(04) VALUE SPACES.
       01 WS-TRC-LEVEL     PIC 9(01) VALUE 2.
       01 WS-TRC-PGM       PIC X(10) VALUE "COBOLPGATE".
       01 WS-TRC-MESSAGE   PIC X(80) VALUE SPACES.

           CALL "COBOLPSCR" USING W00-USERID, W01-PASSWORD, W17-SCORE,
                                   W03-CP-MATCHED, W18-REASON-COUNT,
                                   W19-REASONS, W25-DICT-COUNT,
                                   W31-DICT-NAME.

           MOVE SPACES TO WS-TRC-MESSAGE.
           STRING "Puntaje " W17-SCORE " con " W18-REASON-COUNT
           DISPLAY "Puntaje de fortaleza: " W17-SCORE " de 100".
           IF W25-DICT-COUNT > 0
               DISPLAY "Palabras de diccionario en la frase: "
                       W25-DICT-COUNT " (" W31-DICT-NAME ")"
           END-IF.

           IF W18-REASON-COUNT > 0
           MOVE W00-USERID TO GA-USERID.
           MOVE WS-CORRID  TO GA-CORRID.
           MOVE W17-SCORE  TO GA-SCORE.
           MOVE W31-DICT-NAME TO GA-P2-DICT.
           MOVE "P" TO GA-CP-VERDICT, GA-PR-VERDICT, GA-P2-VERDICT,
                       GA-PH-VERDICT, GA-PU-VERDICT, GA-BH-VERDICT.
           PERFORM VARYING W20-SUB FROM 1 BY 1
                   UNTIL W20-SUB > W18-REASON-COUNT
               EVALUATE W19-REASON-CODE(W20-SUB)
                   WHEN 3 MOVE "F" TO GA-P2-VERDICT
                   WHEN 4 MOVE "F" TO GA-PH-VERDICT
                   WHEN 5 MOVE "F" TO GA-PU-VERDICT
                   WHEN 6 MOVE "F" TO GA-BH-VERDICT
               END-EVALUATE
           END-PERFORM.
           IF W06-GATE-OK

       REPORT-ONE-REASON.
           MOVE SPACES TO W22-REASON-DESC.
           CALL "COBOLRCLL" USING W21-REASON-TABLE,
                                   W19-REASON-CODE(W20-SUB),
                                   W44-MSG-LANG,
                                   W22-REASON-DESC, W23-RC-RESULT,
                                   W26-ASOF-DATE.
           IF NOT W23-RC-FOUND
