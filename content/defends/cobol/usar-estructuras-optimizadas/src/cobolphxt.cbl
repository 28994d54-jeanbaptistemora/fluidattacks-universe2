       01 W11-PHONE-DISPLAY  PIC X(20) VALUE SPACES.
       01 WS-PARM-STATUS     PIC X(02) VALUE "00".
       01 W12-LOCATION       PIC X(04) VALUE SPACES.
       01 W13-EXTRACT-DSN    PIC X(10) VALUE "PBXEXTRACT".

       PROCEDURE DIVISION.
       MAIN.
      * The manifest travels with the extract so the PBX side can
      * verify the transfer arrived complete.
           CALL "COBOLTRLM" USING W01-MFT-DSN, WS-EXTRACTED,
                                   W02-CHECKSUM, W04-TRLM-RESULT,
                                   W13-EXTRACT-DSN.
           DISPLAY "Registros extraidos: " WS-EXTRACTED.

      * Protected mode encrypts the extract under a vault key before
