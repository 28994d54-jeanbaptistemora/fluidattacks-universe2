           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD PENDING-CHANGES.
       01 PENDING-CHANGE-RECORD.
       01 W66-P2-RESULT    PIC X(01).
           88 W66-P2-WEAK VALUE "N".
       01 W67-DICT-COUNT   PIC 9(02) VALUE 0.
       01 W67-DICT-NAME    PIC X(04) VALUE SPACES.
       01 W68-PH-RESULT    PIC X(01).
           88 W68-PH-REUSED VALUE "Y".
       01 W69-PU-RESULT    PIC X(01).
               KEY IS USR-USERNAME
               INVALID KEY SET WS-USRMAST-NOTFOUND TO TRUE
           END-READ.
      * A service account has no interactive password to set; its
      * credential is rotated in KEYVAULT through COBOLSVCM.
           IF WS-USRMAST-FOUND AND USR-IS-SERVICE
               DISPLAY "Cuenta de servicio: credencial en KEYVAULT"
               GO TO CHANGE-PASSWORD-EXIT
           END-IF.

           OPEN I-O PENDING-CHANGES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                                   W63-CP-MATCHED, W64-MATCH-TYPE.
           CALL "COBOLPRCK" USING W60-PWD64, W65-PR-RESULT.
           CALL "COBOLP2CK" USING W60-PWD64, W66-P2-RESULT,
                                   W67-DICT-COUNT, W03-TARGET-USER,
                                   W67-DICT-NAME.
           CALL "COBOLPHCK" USING W61-USERID, W60-PWD64,
                                   W68-PH-RESULT.
           CALL "COBOLPUCK" USING W61-USERID, W60-PWD64,
