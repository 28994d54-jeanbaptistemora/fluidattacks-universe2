       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLTOKN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-ISERIES.
         OBJECT-COMPUTER. IBM-ISERIES.
         SPECIAL-NAMES.
         LINKAGE TYPE PROCEDURE FOR "Qc3CalculateHash"
         LINKAGE TYPE PROCEDURE FOR "Qc3GenPRNs"
         LINKAGE TYPE PROCEDURE FOR "Qc3EncryptData"
         LINKAGE TYPE PROCEDURE FOR "Qc3DecryptData".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-VAULT ASSIGN TO "TOKVAULT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TV-KEY
           FILE STATUS IS WS-TOKV-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD TOKEN-VAULT.
       01 TOKEN-VAULT-RECORD.
           05 TV-KEY.
               10 TV-TYPE    PIC X(01).
                   88 TV-BY-VALUE VALUE "V".
                   88 TV-BY-TOKEN VALUE "T".
               10 TV-DOMAIN  PIC X(20).
               10 TV-LOOKUP  PIC X(64).
           05 TV-TOKEN       PIC X(18).
           05 TV-KEY-ID      PIC X(30).
           05 TV-CIPHER      PIC X(64).
           05 TV-CREATED     PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-TOKV-STATUS  PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-CALLER      PIC X(10) VALUE "COBOLTOKN".
       01 W02-PURPOSE     PIC X(20) VALUE "TOKENVAULT".
       01 W03-KEYVALUE    PIC X(32) VALUE SPACES.
       01 W04-VGET-RESULT PIC X(01).
           88 W04-KEY-OK     VALUE "Y".
           88 W04-KEY-DENIED VALUE "D".
       01 W05-KEY-ID      PIC X(30) VALUE SPACES.
       01 W06-HASH-INPUT.
           05 W06-DOMAIN  PIC X(20).
           05 W06-VALUE   PIC X(64).
       01 W07-DIGEST      PIC X(32) VALUE SPACES.
       01 W08-LOOKUP      PIC X(64) VALUE SPACES.
       01 W09-RAND-BYTES  PIC X(08) VALUE SPACES.
       01 W10-TOKEN.
           05 W10-TAG     PIC X(02) VALUE "TK".
           05 W10-DIGITS  PIC X(16) VALUE SPACES.
       01 W11-CIPHER      PIC X(64) VALUE SPACES.
       01 W12-CLEAR-LEN   PIC 9(03) VALUE 64.
       01 W13-HEX-DIGITS  PIC X(16) VALUE "0123456789ABCDEF".
       01 W14-POS         PIC 9(02) VALUE 0.
       01 W15-BYTE        PIC 9(03) VALUE 0.
       01 W16-HIGH        PIC 9(02) VALUE 0.
       01 W17-LOW         PIC 9(02) VALUE 0.
       01 W18-ATTEMPTS    PIC 9(02) VALUE 0.
       01 W19-TOKEN-SW    PIC X(01) VALUE "N".
           88 W19-TOKEN-STORED VALUE "Y".

       COPY QC3CCI OF QSYSINC-QCBLLESRC.
       COPY QUSEC OF QSYSINC-QCBLLESRC.

       LINKAGE SECTION.
       01 TK-FUNCTION PIC X(01).
           88 TK-TOKENIZE   VALUE "T".
           88 TK-DETOKENIZE VALUE "D".
       01 TK-CALLER   PIC X(10).
       01 TK-DOMAIN   PIC X(20).
       01 TK-VALUE    PIC X(64).
       01 TK-RESULT   PIC X(01).
           88 TK-OK        VALUE "Y".
           88 TK-DENIED    VALUE "D".
           88 TK-NOT-FOUND VALUE "N".
           88 TK-ERROR     VALUE "E".

      * Token vault for restricted values that have to leave the
      * machine.  Tokenizing swaps the value for a random token that
      * is the same every time the same value turns up in the same
      * domain (the FIELDDICT field name), so extracts can still be
      * joined and counted on it.  Two entries per value: a "V"
      * entry found through a hash of domain and value that gives
      * the token, and a "T" entry found through the token that
      * holds the value encrypted under a TOKENVAULT key and the ID
      * of that key.  A new token needs the key, fetched under
      * COBOLTOKN's own KEYACL entry; a value already in the vault
      * never touches the key at all.  Detokenizing asks COBOLVGET
      * for the exact key in the entry under the real caller's name,
      * so only callers KEYACL grants TOKENVAULT get the value back
      * and every attempt, granted or not, is in KEYACCAUD.  A blank
      * value tokenizes to blank.
       PROCEDURE DIVISION USING TK-FUNCTION, TK-CALLER, TK-DOMAIN,
                                 TK-VALUE, TK-RESULT.
       MAIN.
           SET TK-ERROR TO TRUE.
           IF TK-TOKENIZE AND TK-VALUE = SPACES
               SET TK-OK TO TRUE
               GOBACK
           END-IF.

           OPEN I-O TOKEN-VAULT.
           IF WS-TOKV-STATUS = "35"
               OPEN OUTPUT TOKEN-VAULT
               CLOSE TOKEN-VAULT
               OPEN I-O TOKEN-VAULT
           END-IF.
           IF WS-TOKV-STATUS NOT = "00"
               DISPLAY "TOKVAULT no disponible: " WS-TOKV-STATUS
               GOBACK
           END-IF.

           IF TK-TOKENIZE
               PERFORM TOKENIZE-VALUE THRU TOKENIZE-VALUE-EXIT
           ELSE
               IF TK-DETOKENIZE
                   PERFORM DETOKENIZE-VALUE THRU DETOKENIZE-VALUE-EXIT
               END-IF
           END-IF.

           CLOSE TOKEN-VAULT.
           MOVE SPACES TO W03-KEYVALUE.
           GOBACK.

       TOKENIZE-VALUE.
           PERFORM COMPUTE-LOOKUP.
           SET TV-BY-VALUE TO TRUE.
           MOVE TK-DOMAIN TO TV-DOMAIN.
           MOVE W08-LOOKUP TO TV-LOOKUP.
           READ TOKEN-VAULT
               INVALID KEY CONTINUE
           END-READ.
           IF WS-TOKV-STATUS = "00"
               MOVE TV-TOKEN TO TK-VALUE
               SET TK-OK TO TRUE
               GO TO TOKENIZE-VALUE-EXIT
           END-IF.

           MOVE SPACES TO W05-KEY-ID.
           CALL "COBOLVGET" USING W01-CALLER, W02-PURPOSE,
                                   W03-KEYVALUE, W04-VGET-RESULT,
                                   W05-KEY-ID.
           IF NOT W04-KEY-OK
               SET TK-NOT-FOUND TO TRUE
               GO TO TOKENIZE-VALUE-EXIT
           END-IF.

           CALL "Qc3EncryptData" USING
               BY REFERENCE TK-VALUE,
               BY REFERENCE W12-CLEAR-LEN,
               BY REFERENCE W03-KEYVALUE,
               BY REFERENCE W11-CIPHER,
               BY REFERENCE QUS-EC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

      * A token that is already taken is simply drawn again.
           MOVE "N" TO W19-TOKEN-SW.
           MOVE 0 TO W18-ATTEMPTS.
           PERFORM UNTIL W19-TOKEN-STORED OR W18-ATTEMPTS >= 5
               ADD 1 TO W18-ATTEMPTS
               PERFORM DRAW-TOKEN
               SET TV-BY-TOKEN TO TRUE
               MOVE TK-DOMAIN TO TV-DOMAIN
               MOVE W10-TOKEN TO TV-LOOKUP
               MOVE W10-TOKEN TO TV-TOKEN
               MOVE W05-KEY-ID TO TV-KEY-ID
               MOVE W11-CIPHER TO TV-CIPHER
               MOVE WS-CURRENT-DATE(1:14) TO TV-CREATED
               WRITE TOKEN-VAULT-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET W19-TOKEN-STORED TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT W19-TOKEN-STORED
               GO TO TOKENIZE-VALUE-EXIT
           END-IF.

      * Another job may have tokenized the same value in the
      * meantime; its token wins and the one just drawn goes unused.
           SET TV-BY-VALUE TO TRUE.
           MOVE TK-DOMAIN TO TV-DOMAIN.
           MOVE W08-LOOKUP TO TV-LOOKUP.
           MOVE W10-TOKEN TO TV-TOKEN.
           MOVE SPACES TO TV-KEY-ID.
           MOVE SPACES TO TV-CIPHER.
           MOVE WS-CURRENT-DATE(1:14) TO TV-CREATED.
           WRITE TOKEN-VAULT-RECORD
               INVALID KEY
                   READ TOKEN-VAULT
                       INVALID KEY CONTINUE
                   END-READ
           END-WRITE.
           IF WS-TOKV-STATUS NOT = "00"
               GO TO TOKENIZE-VALUE-EXIT
           END-IF.
           MOVE TV-TOKEN TO TK-VALUE.
           SET TK-OK TO TRUE.
       TOKENIZE-VALUE-EXIT.
           EXIT.

       DETOKENIZE-VALUE.
           SET TV-BY-TOKEN TO TRUE.
           MOVE TK-DOMAIN TO TV-DOMAIN.
           MOVE TK-VALUE TO TV-LOOKUP.
           READ TOKEN-VAULT
               INVALID KEY CONTINUE
           END-READ.
           IF WS-TOKV-STATUS NOT = "00"
               SET TK-NOT-FOUND TO TRUE
               GO TO DETOKENIZE-VALUE-EXIT
           END-IF.

           MOVE TV-KEY-ID TO W05-KEY-ID.
           CALL "COBOLVGET" USING TK-CALLER, W02-PURPOSE,
                                   W03-KEYVALUE, W04-VGET-RESULT,
                                   W05-KEY-ID.
           IF NOT W04-KEY-OK
               IF W04-KEY-DENIED
                   SET TK-DENIED TO TRUE
               ELSE
                   SET TK-NOT-FOUND TO TRUE
               END-IF
               GO TO DETOKENIZE-VALUE-EXIT
           END-IF.

           CALL "Qc3DecryptData" USING
               BY REFERENCE TV-CIPHER,
               BY REFERENCE W12-CLEAR-LEN,
               BY REFERENCE W03-KEYVALUE,
               BY REFERENCE TK-VALUE,
               BY REFERENCE QUS-EC.
           SET TK-OK TO TRUE.
       DETOKENIZE-VALUE-EXIT.
           EXIT.

      * The vault never holds the value in the clear, not even as the
      * lookup key: the "V" entry is found through a digest of the
      * domain and value, kept as hexadecimal text.
       COMPUTE-LOOKUP.
           MOVE TK-DOMAIN TO W06-DOMAIN.
           MOVE TK-VALUE  TO W06-VALUE.
           CALL "Qc3CalculateHash" USING
               BY REFERENCE W06-HASH-INPUT,
               BY CONTENT   LENGTH OF W06-HASH-INPUT,
               BY CONTENT   "0",
               BY CONTENT   "0",
               BY REFERENCE W07-DIGEST,
               BY REFERENCE QUS-EC.
           MOVE SPACES TO W08-LOOKUP.
           PERFORM VARYING W14-POS FROM 1 BY 1 UNTIL W14-POS > 32
               COMPUTE W15-BYTE =
                   FUNCTION ORD(W07-DIGEST(W14-POS:1)) - 1
               DIVIDE W15-BYTE BY 16 GIVING W16-HIGH
                   REMAINDER W17-LOW
               MOVE W13-HEX-DIGITS(W16-HIGH + 1:1)
                   TO W08-LOOKUP(W14-POS * 2 - 1:1)
               MOVE W13-HEX-DIGITS(W17-LOW + 1:1)
                   TO W08-LOOKUP(W14-POS * 2:1)
           END-PERFORM.

      * Tokens carry no trace of the value: "TK" and sixteen random
      * hexadecimal digits.
       DRAW-TOKEN.
           CALL "Qc3GenPRNs" USING
               BY REFERENCE W09-RAND-BYTES,
               BY CONTENT   LENGTH OF W09-RAND-BYTES,
               BY CONTENT   "0",
               BY CONTENT   "0",
               BY REFERENCE QUS-EC.
           MOVE SPACES TO W10-DIGITS.
           PERFORM VARYING W14-POS FROM 1 BY 1 UNTIL W14-POS > 8
               COMPUTE W15-BYTE =
                   FUNCTION ORD(W09-RAND-BYTES(W14-POS:1)) - 1
               DIVIDE W15-BYTE BY 16 GIVING W16-HIGH
                   REMAINDER W17-LOW
               MOVE W13-HEX-DIGITS(W16-HIGH + 1:1)
                   TO W10-DIGITS(W14-POS * 2 - 1:1)
               MOVE W13-HEX-DIGITS(W17-LOW + 1:1)
                   TO W10-DIGITS(W14-POS * 2:1)
           END-PERFORM.
