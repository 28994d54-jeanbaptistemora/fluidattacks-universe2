           88 W09-CLASS-POLICY VALUE "C".
       01 W10-TRAIL       PIC 9(02) VALUE 0.
       01 W11-LENGTH      PIC 9(02) VALUE 0.
       01 W12-BH-RESULT   PIC X(01).
           88 W12-BH-BREACHED VALUE "Y".
       01 W13-BH-COUNT    PIC 9(09) VALUE 0.

       LINKAGE SECTION.
       01 CK-USERID       PIC X(10).
       01 CK-REASONS.
           05 CK-REASON-CODE PIC 9(04) OCCURS 10 TIMES.
       01 CK-DICT-COUNT   PIC 9(02).
       01 CK-DICT-NAME    PIC X(04).

       PROCEDURE DIVISION USING CK-USERID, CK-PASSWORD, CK-SCORE,
                                CK-MATCHED, CK-REASON-COUNT,
                                CK-REASONS, CK-DICT-COUNT,
                                CK-DICT-NAME.
       MAIN.
           MOVE 100 TO CK-SCORE.
           MOVE SPACES TO CK-MATCHED.
           MOVE 0 TO CK-REASON-COUNT.
           MOVE ZEROES TO CK-REASONS.
           MOVE 0 TO CK-DICT-COUNT.
           MOVE SPACES TO CK-DICT-NAME.
           MOVE SPACES TO W07-USERNAME.
           MOVE CK-USERID TO W07-USERNAME.

           CALL "COBOLCPCK" USING CK-PASSWORD, W01-CP-RESULT,
                                   CK-MATCHED, W05-MATCH-TYPE.
           CALL "COBOLPRCK" USING CK-PASSWORD, W02-PR-RESULT.
           CALL "COBOLP2CK" USING CK-PASSWORD, W03-P2-RESULT,
                                   CK-DICT-COUNT, W07-USERNAME,
                                   CK-DICT-NAME.
           CALL "COBOLPHCK" USING CK-USERID, CK-PASSWORD,
                                   W04-PH-RESULT.
           CALL "COBOLPUCK" USING CK-USERID, CK-PASSWORD,
                                   W06-PU-RESULT.
           CALL "COBOLBHCK" USING CK-PASSWORD, W12-BH-RESULT,
                                   W13-BH-COUNT.

           IF W01-CP-COMMON
               MOVE 1 TO CK-REASON-CODE(CK-REASON-COUNT + 1)
               MOVE 5 TO CK-REASON-CODE(CK-REASON-COUNT + 1)
               PERFORM DEDUCT-POINTS
           END-IF.
           IF W12-BH-BREACHED
               MOVE 6 TO CK-REASON-CODE(CK-REASON-COUNT + 1)
               PERFORM DEDUCT-POINTS
           END-IF.
           PERFORM CHECK-CLASS-MINIMUM.

           GOBACK.
