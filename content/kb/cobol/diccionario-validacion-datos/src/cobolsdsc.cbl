       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLSDSC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-LIST ASSIGN TO "SDSCLIST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT DATA-FILE ASSIGN TO DYNAMIC W01-DATA-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DATA-STATUS.

           SELECT LAYOUT-DEF ASSIGN TO DYNAMIC W02-LAYOUT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT FIELD-DICT ASSIGN TO "FIELDDICT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FIELDNAME
           FILE STATUS IS WS-DICT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SCAN-LIST.
       01 SCAN-LIST-RECORD.
           05 SL-DATA-DSN   PIC X(10).
           05 SL-LAYOUT-DSN PIC X(10).

       FD DATA-FILE.
       01 DATA-RECORD PIC X(512).

       FD LAYOUT-DEF.
       01 LAYOUT-DEF-RECORD.
           05 LD-FIELDNAME  PIC X(20).
           05 LD-START      PIC 9(04).
           05 LD-LENGTH     PIC 9(04).
           05 LD-DICT-FIELD PIC X(20).

       FD FIELD-DICT.
       01 FIELD-DICT-RECORD.
           02 FD-FIELDNAME PIC X(20).
           02 FD-MAXLEN    PIC 9(04).
           02 FD-CHARSET   PIC X(01).
           02 FD-XSSMODE   PIC X(01).
           02 FD-MINLEN    PIC 9(04).
           02 FD-PATTERN   PIC X(20).
           02 FD-NUM-LOW   PIC 9(09).
           02 FD-NUM-HIGH  PIC 9(09).
           02 FD-SENSITIVITY PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS   PIC X(02) VALUE "00".
           88 WS-LIST-EOF      VALUE "10".
       01 WS-DATA-STATUS   PIC X(02) VALUE "00".
           88 WS-DATA-EOF      VALUE "10".
       01 WS-LAYOUT-STATUS PIC X(02) VALUE "00".
           88 WS-LAYOUT-EOF    VALUE "10".
       01 WS-DICT-STATUS   PIC X(02) VALUE "00".
       01 WS-CORRID        PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLSDSC".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-DATA-DSN     PIC X(10) VALUE SPACES.
       01 W02-LAYOUT-DSN   PIC X(10) VALUE SPACES.
       01 W03-FILES        PIC 9(07) VALUE 0.
       01 W04-HIT-FIELDS   PIC 9(07) VALUE 0.
       01 W05-UNDER        PIC 9(07) VALUE 0.
       01 W06-RECORDS      PIC 9(07) VALUE 0.
       01 W07-INCOMPLETE   PIC X(01) VALUE "N".
           88 W07-SCAN-INCOMPLETE VALUE "Y".
       01 W08-DICT-OPEN    PIC X(01) VALUE "N".
           88 W08-DICT-AVAILABLE VALUE "Y".
       01 W10-F            PIC 9(03) VALUE 0.
       01 W11-FIELD-COUNT  PIC 9(03) VALUE 0.
      * One entry per layout field of the file being scanned, with
      * its dictionary classification (blank when the layout names no
      * dictionary field or the entry is missing) and the hits so far.
       01 W12-LAYOUT.
           05 W12-FIELD OCCURS 50 TIMES.
               10 W12-FIELDNAME  PIC X(20).
               10 W12-START      PIC 9(04).
               10 W12-LENGTH     PIC 9(04).
               10 W12-DICT-FIELD PIC X(20).
               10 W12-DECLARED   PIC X(01).
               10 W12-SENSIT     PIC X(01).
                   88 W12-RESTRICTED VALUES "R", "T".
               10 W12-EMAILS     PIC 9(07).
               10 W12-PHONES     PIC 9(07).
               10 W12-SECRETS    PIC 9(07).
               10 W12-HASHES     PIC 9(07).
               10 W12-SAMPLE     PIC X(08).
               10 W12-SAMPLE-KIND PIC X(08).
      * Words that, followed by "=" or ":", put a secret right after.
       01 W13-KEYWORD-VALUES.
           05 FILLER PIC X(12) VALUE "PASSWORD  08".
           05 FILLER PIC X(12) VALUE "PASSWD    06".
           05 FILLER PIC X(12) VALUE "PWD       03".
           05 FILLER PIC X(12) VALUE "CONTRASENA10".
           05 FILLER PIC X(12) VALUE "CLAVE     05".
           05 FILLER PIC X(12) VALUE "SECRET    06".
           05 FILLER PIC X(12) VALUE "TOKEN     05".
           05 FILLER PIC X(12) VALUE "PIN       03".
       01 W13-KEYWORD-TABLE REDEFINES W13-KEYWORD-VALUES.
           05 W13-KEYWORD OCCURS 8 TIMES.
               10 W13-WORD     PIC X(10).
               10 W13-WORD-LEN PIC 9(02).
       01 W14-K            PIC 9(02) VALUE 0.
       01 W20-VALUE        PIC X(512) VALUE SPACES.
       01 W21-VLEN         PIC 9(04) VALUE 0.
       01 W22-TRAIL        PIC 9(04) VALUE 0.
       01 W23-POS          PIC 9(04) VALUE 0.
       01 W24-TOKEN-START  PIC 9(04) VALUE 0.
       01 W25-TOKEN        PIC X(512) VALUE SPACES.
       01 W26-TOKEN-UPPER  PIC X(512) VALUE SPACES.
       01 W27-TLEN         PIC 9(04) VALUE 0.
       01 W28-CHAR         PIC X(01) VALUE SPACE.
       01 W29-DELIMITER    PIC X(01) VALUE "N".
           88 W29-IS-DELIMITER VALUE "Y".
       01 W30-CLASS-COUNTS.
           05 W30-UPPER    PIC 9(04).
           05 W30-LOWER    PIC 9(04).
           05 W30-DIGIT    PIC 9(04).
           05 W30-SPECIAL  PIC 9(04).
           05 W30-NONHEX   PIC 9(04).
           05 W30-AT-COUNT PIC 9(04).
           05 W30-AT-POS   PIC 9(04).
           05 W30-DOT-AFTER PIC 9(04).
       01 W31-TPOS         PIC 9(04) VALUE 0.
       01 W32-KIND         PIC X(01) VALUE SPACE.
           88 W32-EMAIL    VALUE "E".
           88 W32-PHONE    VALUE "T".
           88 W32-SECRET   VALUE "P".
           88 W32-HASH     VALUE "H".
       01 W33-HIT-TEXT     PIC X(01) VALUE SPACE.
       01 W34-RUN-DIGITS   PIC 9(04) VALUE 0.
       01 W35-RUN-START    PIC 9(04) VALUE 0.
       01 W36-RUN-JOINED   PIC X(01) VALUE "N".
       01 W37-RUN-FIRST4   PIC X(04) VALUE SPACES.
       01 W38-ALL-DIGITS   PIC X(01) VALUE "N".
       01 W39-DICT-TEXT    PIC X(10) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "SDSCRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "DESCUBRIMIENTO DE DATOS SENSIBLES".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Privacy inventory: every file listed in SDSCLIST is read
      * through its LAYOUTDEF-format layout and every value is
      * searched for things that look like e-mail addresses, phone
      * numbers, passwords or secrets ("PWD=...", or a mixed
      * upper/lower/digit/symbol word) and hex hash values.  Per file
      * and field SDSCRPT shows the hits by kind with one masked
      * sample, and whether FIELDDICT classifies the field below
      * restricted - any of these findings calls for restricted - or
      * does not know it at all.  Ends 04 when a field is classified
      * too low, 08 when the list, a file or a layout cannot be read
      * and the inventory is therefore incomplete.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           OPEN INPUT FIELD-DICT.
           IF WS-DICT-STATUS = "00"
               MOVE "Y" TO W08-DICT-OPEN
           END-IF.

           OPEN INPUT SCAN-LIST.
           IF WS-LIST-STATUS NOT = "00"
               MOVE "SDSCLIST NO DISPONIBLE, NADA QUE ANALIZAR"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W07-INCOMPLETE
           ELSE
               READ SCAN-LIST
                   AT END SET WS-LIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LIST-EOF
                   IF SL-DATA-DSN NOT = SPACES
                       PERFORM SCAN-ONE-FILE THRU SCAN-ONE-FILE-EXIT
                   END-IF
                   READ SCAN-LIST
                       AT END SET WS-LIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SCAN-LIST
           END-IF.
           IF W08-DICT-AVAILABLE
               CLOSE FIELD-DICT
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "ARCHIVOS " W03-FILES
               " CAMPOS CON HALLAZGOS " W04-HIT-FIELDS
               " CLASIFICACION INSUFICIENTE " W05-UNDER
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "ARCHIVOS" TO WS-RSW-CTR-NAME(1).
           MOVE W03-FILES TO WS-RSW-CTR-VALUE(1).
           MOVE "HALLAZGOS" TO WS-RSW-CTR-NAME(2).
           MOVE W04-HIT-FIELDS TO WS-RSW-CTR-VALUE(2).
           MOVE "INSUFICIENTE" TO WS-RSW-CTR-NAME(3).
           MOVE W05-UNDER TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Archivos: " W03-FILES
               " Campos con hallazgos: " W04-HIT-FIELDS
               " Clasificacion insuficiente: " W05-UNDER.
           EVALUATE TRUE
               WHEN W07-SCAN-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               WHEN W05-UNDER > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       SCAN-ONE-FILE.
           ADD 1 TO W03-FILES.
           MOVE SL-DATA-DSN TO W01-DATA-DSN.
           MOVE SL-LAYOUT-DSN TO W02-LAYOUT-DSN.
           IF W02-LAYOUT-DSN = SPACES
               MOVE "LAYOUTDEF" TO W02-LAYOUT-DSN
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "ARCHIVO " W01-DATA-DSN " DISENO " W02-LAYOUT-DSN
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LOAD-LAYOUT.
           IF W11-FIELD-COUNT = 0
               MOVE "  DISENO VACIO O NO DISPONIBLE, NO SE ANALIZA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W07-INCOMPLETE
               GO TO SCAN-ONE-FILE-EXIT
           END-IF.

           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               MOVE "  ARCHIVO NO DISPONIBLE, NO SE ANALIZA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W07-INCOMPLETE
               GO TO SCAN-ONE-FILE-EXIT
           END-IF.
           MOVE 0 TO W06-RECORDS.
           READ DATA-FILE
               AT END SET WS-DATA-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-DATA-EOF
               ADD 1 TO W06-RECORDS
               PERFORM SCAN-ONE-VALUE THRU SCAN-ONE-VALUE-EXIT
                   VARYING W10-F FROM 1 BY 1
                   UNTIL W10-F > W11-FIELD-COUNT
               READ DATA-FILE
                   AT END SET WS-DATA-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "  REGISTROS LEIDOS " W06-RECORDS
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-FIELD
               VARYING W10-F FROM 1 BY 1
               UNTIL W10-F > W11-FIELD-COUNT.
       SCAN-ONE-FILE-EXIT.
           EXIT.

       LOAD-LAYOUT.
           MOVE 0 TO W11-FIELD-COUNT.
           MOVE "00" TO WS-LAYOUT-STATUS.
           OPEN INPUT LAYOUT-DEF.
           IF WS-LAYOUT-STATUS = "00"
               READ LAYOUT-DEF
                   AT END SET WS-LAYOUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LAYOUT-EOF OR W11-FIELD-COUNT >= 50
                   IF LD-START NUMERIC AND LD-LENGTH NUMERIC
                       AND LD-START > 0 AND LD-LENGTH > 0
                       AND LD-START + LD-LENGTH - 1 <= 512
                       ADD 1 TO W11-FIELD-COUNT
                       PERFORM ADD-LAYOUT-FIELD
                   END-IF
                   READ LAYOUT-DEF
                       AT END SET WS-LAYOUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-DEF
           END-IF.

       ADD-LAYOUT-FIELD.
           MOVE LD-FIELDNAME  TO W12-FIELDNAME(W11-FIELD-COUNT).
           MOVE LD-START      TO W12-START(W11-FIELD-COUNT).
           MOVE LD-LENGTH     TO W12-LENGTH(W11-FIELD-COUNT).
           MOVE LD-DICT-FIELD TO W12-DICT-FIELD(W11-FIELD-COUNT).
           MOVE 0 TO W12-EMAILS(W11-FIELD-COUNT),
               W12-PHONES(W11-FIELD-COUNT),
               W12-SECRETS(W11-FIELD-COUNT),
               W12-HASHES(W11-FIELD-COUNT).
           MOVE SPACES TO W12-SAMPLE(W11-FIELD-COUNT),
               W12-SAMPLE-KIND(W11-FIELD-COUNT).
           MOVE "N" TO W12-DECLARED(W11-FIELD-COUNT).
           MOVE SPACE TO W12-SENSIT(W11-FIELD-COUNT).
           IF W08-DICT-AVAILABLE AND LD-DICT-FIELD NOT = SPACES
               MOVE LD-DICT-FIELD TO FD-FIELDNAME
               READ FIELD-DICT
                   KEY IS FD-FIELDNAME
                   INVALID KEY MOVE "23" TO WS-DICT-STATUS
               END-READ
               IF WS-DICT-STATUS = "00"
                   MOVE "Y" TO W12-DECLARED(W11-FIELD-COUNT)
                   MOVE FD-SENSITIVITY TO W12-SENSIT(W11-FIELD-COUNT)
               END-IF
           END-IF.

       SCAN-ONE-VALUE.
           MOVE SPACES TO W20-VALUE.
           MOVE DATA-RECORD(W12-START(W10-F):W12-LENGTH(W10-F))
               TO W20-VALUE(1:W12-LENGTH(W10-F)).
           MOVE 0 TO W22-TRAIL.
           INSPECT FUNCTION REVERSE(W20-VALUE(1:W12-LENGTH(W10-F)))
               TALLYING W22-TRAIL FOR LEADING SPACES.
           COMPUTE W21-VLEN = W12-LENGTH(W10-F) - W22-TRAIL.
           IF W21-VLEN = 0
               GO TO SCAN-ONE-VALUE-EXIT
           END-IF.
           IF W20-VALUE(1:W21-VLEN) NUMERIC
               MOVE "Y" TO W38-ALL-DIGITS
           ELSE
               MOVE "N" TO W38-ALL-DIGITS
           END-IF.

           MOVE 1 TO W23-POS.
           PERFORM NEXT-TOKEN THRU NEXT-TOKEN-EXIT
               UNTIL W23-POS > W21-VLEN.
           PERFORM SCAN-PHONES THRU SCAN-PHONES-EXIT.
       SCAN-ONE-VALUE-EXIT.
           EXIT.

      * Words are split at blanks and the punctuation that surrounds
      * addresses and values in free text; "=", ":", "@" and "." stay
      * inside the word.
       NEXT-TOKEN.
           PERFORM CHECK-DELIMITER.
           PERFORM UNTIL W23-POS > W21-VLEN OR NOT W29-IS-DELIMITER
               ADD 1 TO W23-POS
               PERFORM CHECK-DELIMITER
           END-PERFORM.
           IF W23-POS > W21-VLEN
               GO TO NEXT-TOKEN-EXIT
           END-IF.
           MOVE W23-POS TO W24-TOKEN-START.
           PERFORM UNTIL W23-POS > W21-VLEN OR W29-IS-DELIMITER
               ADD 1 TO W23-POS
               PERFORM CHECK-DELIMITER
           END-PERFORM.
           COMPUTE W27-TLEN = W23-POS - W24-TOKEN-START.
           MOVE SPACES TO W25-TOKEN.
           MOVE W20-VALUE(W24-TOKEN-START:W27-TLEN)
               TO W25-TOKEN(1:W27-TLEN).
           PERFORM UNTIL W27-TLEN = 0
               OR W25-TOKEN(W27-TLEN:1) NOT = "."
               MOVE SPACE TO W25-TOKEN(W27-TLEN:1)
               SUBTRACT 1 FROM W27-TLEN
           END-PERFORM.
           IF W27-TLEN > 0
               PERFORM CHECK-TOKEN
           END-IF.
       NEXT-TOKEN-EXIT.
           EXIT.

       CHECK-DELIMITER.
           MOVE "N" TO W29-DELIMITER.
           IF W23-POS <= W21-VLEN
               MOVE W20-VALUE(W23-POS:1) TO W28-CHAR
               IF W28-CHAR = SPACE OR "," OR ";" OR "<" OR ">"
                   OR "(" OR ")" OR "[" OR "]" OR """" OR "'"
                   OR "|"
                   MOVE "Y" TO W29-DELIMITER
               END-IF
           END-IF.

       CHECK-TOKEN.
           INITIALIZE W30-CLASS-COUNTS.
           PERFORM VARYING W31-TPOS FROM 1 BY 1
                   UNTIL W31-TPOS > W27-TLEN
               MOVE W25-TOKEN(W31-TPOS:1) TO W28-CHAR
               EVALUATE TRUE
                   WHEN W28-CHAR >= "A" AND W28-CHAR <= "F"
                       ADD 1 TO W30-UPPER
                   WHEN W28-CHAR >= "A" AND W28-CHAR <= "Z"
                       ADD 1 TO W30-UPPER
                       ADD 1 TO W30-NONHEX
                   WHEN W28-CHAR >= "a" AND W28-CHAR <= "f"
                       ADD 1 TO W30-LOWER
                   WHEN W28-CHAR >= "a" AND W28-CHAR <= "z"
                       ADD 1 TO W30-LOWER
                       ADD 1 TO W30-NONHEX
                   WHEN W28-CHAR >= "0" AND W28-CHAR <= "9"
                       ADD 1 TO W30-DIGIT
                   WHEN W28-CHAR = "@"
                       ADD 1 TO W30-AT-COUNT
                       MOVE W31-TPOS TO W30-AT-POS
                       ADD 1 TO W30-SPECIAL
                       ADD 1 TO W30-NONHEX
                   WHEN W28-CHAR = "."
                       IF W30-AT-COUNT > 0
                           AND W31-TPOS > W30-AT-POS + 1
                           AND W31-TPOS < W27-TLEN
                           MOVE W31-TPOS TO W30-DOT-AFTER
                       END-IF
                       ADD 1 TO W30-SPECIAL
                       ADD 1 TO W30-NONHEX
                   WHEN OTHER
                       ADD 1 TO W30-SPECIAL
                       ADD 1 TO W30-NONHEX
               END-EVALUATE
           END-PERFORM.

           MOVE SPACE TO W32-KIND.
           EVALUATE TRUE
               WHEN W30-AT-COUNT = 1 AND W30-AT-POS > 1
                   AND W30-DOT-AFTER > 0
                   SET W32-EMAIL TO TRUE
               WHEN W30-NONHEX = 0 AND W30-DIGIT > 0
                   AND W30-UPPER + W30-LOWER > 0
                   AND (W27-TLEN = 32 OR 40 OR 64 OR 128)
                   SET W32-HASH TO TRUE
               WHEN W27-TLEN >= 8 AND W27-TLEN <= 32
                   AND W30-UPPER > 0 AND W30-LOWER > 0
                   AND W30-DIGIT > 0 AND W30-SPECIAL > 0
                   AND W30-AT-COUNT = 0
                   SET W32-SECRET TO TRUE
               WHEN OTHER
                   PERFORM CHECK-SECRET-KEYWORD
           END-EVALUATE.
           IF NOT W32-KIND = SPACE
               MOVE W25-TOKEN(1:1) TO W33-HIT-TEXT
               PERFORM RECORD-HIT
           END-IF.

       CHECK-SECRET-KEYWORD.
           MOVE W25-TOKEN TO W26-TOKEN-UPPER.
           INSPECT W26-TOKEN-UPPER(1:W27-TLEN)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING W14-K FROM 1 BY 1
                   UNTIL W14-K > 8 OR W32-SECRET
               IF W27-TLEN > W13-WORD-LEN(W14-K) + 1
                   AND W26-TOKEN-UPPER(1:W13-WORD-LEN(W14-K))
                       = W13-WORD(W14-K)(1:W13-WORD-LEN(W14-K))
                   AND (W26-TOKEN-UPPER(W13-WORD-LEN(W14-K) + 1:1)
                           = "=" OR ":")
                   SET W32-SECRET TO TRUE
               END-IF
           END-PERFORM.

      * Phone numbers run across blanks and separators, so they are
      * looked for over the whole value rather than word by word: a
      * run of 7 to 15 digits mixed only with + - . ( ) and blanks.
      * A value that is nothing but digits is an identifier or an
      * amount, not a number someone typed into free text, and a run
      * that reads as a date or timestamp (8 or 14 digits starting
      * 19 or 20) is left alone, as is one glued to a word, the way
      * digits sit inside an address or a code.
       SCAN-PHONES.
           IF W38-ALL-DIGITS = "Y"
               GO TO SCAN-PHONES-EXIT
           END-IF.
           MOVE 0 TO W34-RUN-DIGITS.
           MOVE "N" TO W36-RUN-JOINED.
           MOVE SPACES TO W37-RUN-FIRST4.
           PERFORM VARYING W23-POS FROM 1 BY 1
                   UNTIL W23-POS > W21-VLEN + 1
               IF W23-POS > W21-VLEN
                   MOVE "|" TO W28-CHAR
               ELSE
                   MOVE W20-VALUE(W23-POS:1) TO W28-CHAR
               END-IF
               EVALUATE TRUE
                   WHEN W28-CHAR >= "0" AND W28-CHAR <= "9"
                       IF W34-RUN-DIGITS = 0
                           MOVE W23-POS TO W35-RUN-START
                           IF W23-POS > 1
                               MOVE W20-VALUE(W23-POS - 1:1) TO W28-CHAR
                               PERFORM CHECK-WORD-CHAR
                               MOVE W20-VALUE(W23-POS:1) TO W28-CHAR
                           END-IF
                       END-IF
                       ADD 1 TO W34-RUN-DIGITS
                       IF W34-RUN-DIGITS <= 4
                           MOVE W28-CHAR
                               TO W37-RUN-FIRST4(W34-RUN-DIGITS:1)
                       END-IF
                   WHEN (W28-CHAR = "+" OR "-" OR "." OR "(" OR ")"
                           OR SPACE)
                       AND W34-RUN-DIGITS > 0
                       CONTINUE
                   WHEN OTHER
                       IF W34-RUN-DIGITS > 0
                           AND W20-VALUE(W23-POS - 1:1) IS NUMERIC
                           PERFORM CHECK-WORD-CHAR
                       END-IF
                       PERFORM END-PHONE-RUN
               END-EVALUATE
           END-PERFORM.
       SCAN-PHONES-EXIT.
           EXIT.

       CHECK-WORD-CHAR.
           IF (W28-CHAR >= "A" AND W28-CHAR <= "Z")
               OR (W28-CHAR >= "a" AND W28-CHAR <= "z")
               OR W28-CHAR = "@" OR "_"
               MOVE "Y" TO W36-RUN-JOINED
           END-IF.

       END-PHONE-RUN.
           IF W34-RUN-DIGITS >= 7 AND W34-RUN-DIGITS <= 15
               AND W36-RUN-JOINED = "N"
               IF (W34-RUN-DIGITS = 8 OR 14)
                   AND (W37-RUN-FIRST4(1:2) = "19" OR "20")
                   CONTINUE
               ELSE
                   SET W32-PHONE TO TRUE
                   MOVE W20-VALUE(W35-RUN-START:1) TO W33-HIT-TEXT
                   PERFORM RECORD-HIT
               END-IF
           END-IF.
           MOVE 0 TO W34-RUN-DIGITS.
           MOVE "N" TO W36-RUN-JOINED.
           MOVE SPACES TO W37-RUN-FIRST4.

      * Samples keep only the first character, the way COBOLFMSK
      * masks, so the report itself does not become a source.
       RECORD-HIT.
           EVALUATE TRUE
               WHEN W32-EMAIL
                   ADD 1 TO W12-EMAILS(W10-F)
               WHEN W32-PHONE
                   ADD 1 TO W12-PHONES(W10-F)
               WHEN W32-SECRET
                   ADD 1 TO W12-SECRETS(W10-F)
               WHEN W32-HASH
                   ADD 1 TO W12-HASHES(W10-F)
           END-EVALUATE.
           IF W12-SAMPLE(W10-F) = SPACES
               STRING W33-HIT-TEXT "*******"
                   DELIMITED BY SIZE
                   INTO W12-SAMPLE(W10-F)
               EVALUATE TRUE
                   WHEN W32-EMAIL
                       MOVE "CORREO" TO W12-SAMPLE-KIND(W10-F)
                   WHEN W32-PHONE
                       MOVE "TELEFONO" TO W12-SAMPLE-KIND(W10-F)
                   WHEN W32-SECRET
                       MOVE "CLAVE" TO W12-SAMPLE-KIND(W10-F)
                   WHEN W32-HASH
                       MOVE "HASH" TO W12-SAMPLE-KIND(W10-F)
               END-EVALUATE
           END-IF.

       REPORT-ONE-FIELD.
           IF W12-EMAILS(W10-F) + W12-PHONES(W10-F)
               + W12-SECRETS(W10-F) + W12-HASHES(W10-F) > 0
               ADD 1 TO W04-HIT-FIELDS
               EVALUATE TRUE
                   WHEN W12-DECLARED(W10-F) = "N"
                       MOVE "SIN CLASIF" TO W39-DICT-TEXT
                       ADD 1 TO W05-UNDER
                   WHEN W12-RESTRICTED(W10-F)
                       MOVE SPACES TO W39-DICT-TEXT
                       STRING W12-SENSIT(W10-F) " CORRECTA"
                           DELIMITED BY SIZE
                           INTO W39-DICT-TEXT
                   WHEN OTHER
                       MOVE SPACES TO W39-DICT-TEXT
                       STRING W12-SENSIT(W10-F) " BAJA"
                           DELIMITED BY SIZE
                           INTO W39-DICT-TEXT
                       ADD 1 TO W05-UNDER
               END-EVALUATE
               MOVE SPACES TO W63-RPT-LINE
               STRING "  " W12-FIELDNAME(W10-F)
                   " CORREO " W12-EMAILS(W10-F)
                   " TEL " W12-PHONES(W10-F)
                   " CLAVE " W12-SECRETS(W10-F)
                   " HASH " W12-HASHES(W10-F)
                   " MUESTRA " W12-SAMPLE-KIND(W10-F)
                   " " W12-SAMPLE(W10-F)
                   " DICC " W39-DICT-TEXT
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
