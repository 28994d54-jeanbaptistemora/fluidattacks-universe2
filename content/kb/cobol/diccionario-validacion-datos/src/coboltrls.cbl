       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLTRLS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-ISERIES.
         OBJECT-COMPUTER. IBM-ISERIES.
         SPECIAL-NAMES.
         LINKAGE TYPE PROCEDURE FOR "Qc3CalculateHMAC".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FEED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096
           DEPENDING ON WS-RECLEN.
       01 FEED-RECORD PIC X(4096).

       WORKING-STORAGE SECTION.
       01 WS-FEED-DSN        PIC X(10) VALUE SPACES.
       01 WS-FEED-STATUS     PIC X(02) VALUE "00".
           88 WS-FEED-EOF VALUE "10".
       01 WS-RECLEN          PIC 9(04) VALUE 0.
       01 W01-CALLER         PIC X(10) VALUE "COBOLTRLS".
       01 W02-PURPOSE        PIC X(20) VALUE "FEEDSIGN".
       01 W03-KEYVALUE       PIC X(32) VALUE SPACES.
       01 W04-VGET-RESULT    PIC X(01).
           88 W04-KEY-OK     VALUE "Y".
       01 W05-KEY-ID         PIC X(30) VALUE SPACES.
       01 W06-CHAIN.
           05 W06-PRIOR      PIC X(32).
           05 W06-DATA       PIC X(4096).
       01 W07-CHAIN-LEN      PIC 9(05) VALUE 0.
       01 W08-DIGEST         PIC X(32) VALUE SPACES.
       01 W09-SIGNATURE      PIC X(64) VALUE SPACES.
       01 W10-HEX-DIGITS     PIC X(16) VALUE "0123456789ABCDEF".
       01 W11-POS            PIC 9(02) VALUE 0.
       01 W12-BYTE           PIC 9(03) VALUE 0.
       01 W13-HIGH           PIC 9(02) VALUE 0.
       01 W14-LOW            PIC 9(02) VALUE 0.

       COPY QC3CCI OF QSYSINC-QCBLLESRC.
       COPY QUSEC OF QSYSINC-QCBLLESRC.

       LINKAGE SECTION.
       01 TS-FUNCTION  PIC X(01).
           88 TS-SIGN      VALUE "S".
           88 TS-VERIFY    VALUE "V".
       01 TS-FEED-DSN  PIC X(10).
       01 TS-KEY-ID    PIC X(30).
       01 TS-SIGNATURE PIC X(64).
       01 TS-RESULT    PIC X(01).
           88 TS-OK         VALUE "Y".
           88 TS-MISMATCH   VALUE "N".
           88 TS-NO-KEY     VALUE "K".
           88 TS-FEED-ERROR VALUE "E".

      * Keyed-hash signature of a transfer file.  Every record is
      * chained through an HMAC under the FEEDSIGN vault key - the
      * digest so far followed by the record - so a changed, added,
      * dropped or reordered record changes the result, and nobody
      * without the key can produce a matching one after editing the
      * file and its count.  Signing uses the active key and returns
      * its vault ID for the manifest; verifying asks COBOLVGET for
      * exactly the key the manifest names, retired or not, and
      * compares.  COBOLTRLS needs a KEYACL entry for FEEDSIGN.
       PROCEDURE DIVISION USING TS-FUNCTION, TS-FEED-DSN, TS-KEY-ID,
                                 TS-SIGNATURE, TS-RESULT.
       MAIN.
           IF TS-SIGN
               MOVE SPACES TO W05-KEY-ID
           ELSE
               MOVE TS-KEY-ID TO W05-KEY-ID
           END-IF.
           CALL "COBOLVGET" USING W01-CALLER, W02-PURPOSE,
                                   W03-KEYVALUE, W04-VGET-RESULT,
                                   W05-KEY-ID.
           IF NOT W04-KEY-OK
               SET TS-NO-KEY TO TRUE
               GOBACK
           END-IF.

           MOVE TS-FEED-DSN TO WS-FEED-DSN.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               SET TS-FEED-ERROR TO TRUE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO W08-DIGEST.
           READ FEED-FILE
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-FEED-EOF
               MOVE W08-DIGEST TO W06-PRIOR
               MOVE SPACES TO W06-DATA
               IF WS-RECLEN > 0
                   MOVE FEED-RECORD(1:WS-RECLEN) TO W06-DATA
               END-IF
               COMPUTE W07-CHAIN-LEN = 32 + WS-RECLEN
               CALL "Qc3CalculateHMAC" USING
                   BY REFERENCE W06-CHAIN,
                   BY REFERENCE W07-CHAIN-LEN,
                   BY REFERENCE W03-KEYVALUE,
                   BY REFERENCE W08-DIGEST,
                   BY REFERENCE QUS-EC
               MOVE SPACES TO FEED-RECORD
               READ FEED-FILE
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.
           MOVE SPACES TO W03-KEYVALUE.

           PERFORM FORMAT-SIGNATURE.
           IF TS-SIGN
               MOVE W05-KEY-ID    TO TS-KEY-ID
               MOVE W09-SIGNATURE TO TS-SIGNATURE
               SET TS-OK TO TRUE
           ELSE
               IF W09-SIGNATURE = TS-SIGNATURE
                   SET TS-OK TO TRUE
               ELSE
                   SET TS-MISMATCH TO TRUE
               END-IF
           END-IF.
           GOBACK.

      * The manifest is a text record, so the binary digest travels
      * as sixty-four hexadecimal characters.
       FORMAT-SIGNATURE.
           MOVE SPACES TO W09-SIGNATURE.
           PERFORM VARYING W11-POS FROM 1 BY 1 UNTIL W11-POS > 32
               COMPUTE W12-BYTE =
                   FUNCTION ORD(W08-DIGEST(W11-POS:1)) - 1
               DIVIDE W12-BYTE BY 16 GIVING W13-HIGH
                   REMAINDER W14-LOW
               MOVE W10-HEX-DIGITS(W13-HIGH + 1:1)
                   TO W09-SIGNATURE(W11-POS * 2 - 1:1)
               MOVE W10-HEX-DIGITS(W14-LOW + 1:1)
                   TO W09-SIGNATURE(W11-POS * 2:1)
           END-PERFORM.
