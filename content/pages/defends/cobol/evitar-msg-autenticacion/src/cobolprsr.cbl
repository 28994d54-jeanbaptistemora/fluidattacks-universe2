           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD RESET-TOKENS.
       01 RESET-TOKEN-RECORD.
       01 W14-PU-RESULT    PIC X(01).
           88 W14-PU-CONTAINS VALUE "Y".
       01 W15-DICT-COUNT   PIC 9(02) VALUE 0.
       01 W15-DICT-NAME    PIC X(04) VALUE SPACES.
       01 W51-SALT-PURPOSE PIC X(20) VALUE "USRMAST-SALT".
       01 W52-SALT-KEYVAL  PIC X(32) VALUE SPACES.
       01 W56-CURRENT-HVER PIC X(01) VALUE "2".
                                   W05-CP-MATCHED, W13-MATCH-TYPE.
           CALL "COBOLPRCK" USING W02-NEW-PASSWORD, W06-PR-RESULT.
           CALL "COBOLP2CK" USING W02-NEW-PASSWORD, W07-P2-RESULT,
                                   W15-DICT-COUNT, RT-USERNAME,
                                   W15-DICT-NAME.
           CALL "COBOLPHCK" USING W03-USERID, W02-NEW-PASSWORD,
                                   W08-PH-RESULT.
           CALL "COBOLPUCK" USING W03-USERID, W02-NEW-PASSWORD,
