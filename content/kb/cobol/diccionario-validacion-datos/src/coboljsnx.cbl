       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLJSNX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-PARAM ASSIGN TO "JSONPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT FIXED-INPUT ASSIGN TO DYNAMIC W01-INPUT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INPUT-STATUS.

           SELECT LAYOUT-DEF ASSIGN TO DYNAMIC W02-LAYOUT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT JSON-OUTPUT ASSIGN TO DYNAMIC W03-OUTPUT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT FIELD-DICT ASSIGN TO "FIELDDICT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FIELDNAME
           FILE STATUS IS WS-DICT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD EXPORT-PARAM.
       01 EXPORT-PARAM-RECORD.
           05 JP-INPUT-DSN    PIC X(10).
           05 JP-LAYOUT-DSN   PIC X(10).
           05 JP-OUTPUT-DSN   PIC X(10).
           05 JP-MANIFEST-DSN PIC X(10).
           05 JP-CALLER       PIC X(16).
           05 JP-TOKENIZE     PIC X(01).
               88 JP-TOKENIZE-RESTRICTED VALUE "Y".

       FD FIXED-INPUT.
       01 FIXED-INPUT-RECORD PIC X(512).

       FD LAYOUT-DEF.
       01 LAYOUT-DEF-RECORD.
           05 LD-FIELDNAME  PIC X(20).
           05 LD-START      PIC 9(04).
           05 LD-LENGTH     PIC 9(04).
           05 LD-DICT-FIELD PIC X(20).

       FD JSON-OUTPUT
           RECORD IS VARYING IN SIZE FROM 1 TO 4096
           DEPENDING ON WS-OUTLEN.
       01 JSON-OUTPUT-RECORD PIC X(4096).

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
       01 WS-PARAM-STATUS  PIC X(02) VALUE "00".
       01 WS-INPUT-STATUS  PIC X(02) VALUE "00".
           88 WS-INPUT-EOF     VALUE "10".
       01 WS-LAYOUT-STATUS PIC X(02) VALUE "00".
           88 WS-LAYOUT-EOF    VALUE "10".
       01 WS-OUTPUT-STATUS PIC X(02) VALUE "00".
       01 WS-DICT-STATUS   PIC X(02) VALUE "00".
           88 WS-DICT-FOUND    VALUE "00".
       01 WS-OUTLEN        PIC 9(04) VALUE 0.
       01 WS-CORRID        PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLJSNX".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-INPUT-DSN    PIC X(10) VALUE "JSONINPUT".
       01 W02-LAYOUT-DSN   PIC X(10) VALUE "LAYOUTDEF".
       01 W03-OUTPUT-DSN   PIC X(10) VALUE "JSONOUT".
       01 W04-MANIFEST-DSN PIC X(10) VALUE "JSONMFT".
       01 W05-CALLER       PIC X(16) VALUE "EXPORTACION".
       01 W06-RECORDS      PIC 9(07) VALUE 0.
       01 W07-EXPORTED     PIC 9(07) VALUE 0.
       01 W08-DROPPED      PIC 9(07) VALUE 0.
       01 W09-FAILED       PIC X(01) VALUE "N".
           88 W09-RUN-FAILED VALUE "Y".
       01 W10-F            PIC 9(03) VALUE 0.
       01 W11-FIELD-COUNT  PIC 9(03) VALUE 0.
      * The layout with what the dictionary says about each field:
      * numeric fields are written as JSON numbers, and fields the
      * caller may not see are sent through COBOLFMSK value by value.
       01 W12-LAYOUT.
           05 W12-FIELD OCCURS 50 TIMES.
               10 W12-FIELDNAME  PIC X(20).
               10 W12-START      PIC 9(04).
               10 W12-LENGTH     PIC 9(04).
               10 W12-DICT-FIELD PIC X(20).
               10 W12-NAME-LEN   PIC 9(02).
               10 W12-NUMERIC    PIC X(01).
                   88 W12-IS-NUMBER VALUE "Y".
               10 W12-MASKED     PIC X(01).
                   88 W12-IS-MASKED VALUE "Y".
       01 W13-TRAIL        PIC 9(04) VALUE 0.
       01 W14-NINES        PIC 9(02) VALUE 0.
       01 W15-BLANKS       PIC 9(02) VALUE 0.
       01 W16-LINE         PIC X(4096) VALUE SPACES.
       01 W17-PTR          PIC 9(04) VALUE 1.
       01 W18-OVERFLOW     PIC X(01) VALUE "N".
           88 W18-LINE-FULL VALUE "Y".
       01 W19-CHAR         PIC X(01) VALUE SPACE.
       01 W20-VALUE        PIC X(512) VALUE SPACES.
       01 W21-VLEN         PIC 9(04) VALUE 0.
       01 W22-POS          PIC 9(04) VALUE 0.
       01 W23-FIRST        PIC 9(04) VALUE 0.
       01 W24-PIECE        PIC X(20) VALUE SPACES.
       01 W25-PIECE-LEN    PIC 9(02) VALUE 0.
       01 W26-CHECKSUM     PIC 9(09) VALUE 0.
       01 W27-KEY-BYTES    PIC X(16) VALUE SPACES.
       01 W28-TRLM-RESULT  PIC X(01).
           88 W28-MFT-WRITTEN VALUE "Y".
       01 W29-SCAN-LEN     PIC 9(04) VALUE 0.
       01 W30-MASK-VALUE   PIC X(64) VALUE SPACES.
       01 W31-MASK-RESULT  PIC X(01).
           88 W31-WAS-MASKED VALUES "Y", "T".
       01 W32-MASK-LEVEL   PIC X(01) VALUE "I".
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "JSONXRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "EXPORTACION JSON DE ARCHIVO DE ANCHO FIJO".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * General export of any fixed-width file to newline-delimited
      * JSON, one object per record, keyed by the LAYOUTDEF field
      * names.  JSONPARM names the input, its layout, the output, the
      * manifest and the caller the data is released to (JSONINPUT,
      * LAYOUTDEF, JSONOUT, JSONMFT and EXPORTACION otherwise).
      * Trailing spaces are trimmed.  A field whose dictionary entry
      * has a numeric range or an all-9 pattern is written as a
      * number when its value is digits, null when it is blank.  The
      * output leaves the company, so internal fields are masked as
      * well as restricted ones unless the caller holds SENSDATA; a
      * masked value is always written as a string.  JSONPARM can
      * ask for restricted fields to go out as COBOLTOKN vault tokens
      * instead of masked.  The manifest is the usual COBOLTRLM one
      * over the output lines, for COBOLTRLV on the receiving side.
      * A record whose JSON would not fit in 4096 bytes is dropped
      * and reported (ends 04); an unreadable input or layout, or a
      * manifest that cannot be written, ends 08.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT EXPORT-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ EXPORT-PARAM
                   AT END MOVE SPACES TO EXPORT-PARAM-RECORD
               END-READ
               IF JP-INPUT-DSN NOT = SPACES
                   MOVE JP-INPUT-DSN TO W01-INPUT-DSN
               END-IF
               IF JP-LAYOUT-DSN NOT = SPACES
                   MOVE JP-LAYOUT-DSN TO W02-LAYOUT-DSN
               END-IF
               IF JP-OUTPUT-DSN NOT = SPACES
                   MOVE JP-OUTPUT-DSN TO W03-OUTPUT-DSN
               END-IF
               IF JP-MANIFEST-DSN NOT = SPACES
                   MOVE JP-MANIFEST-DSN TO W04-MANIFEST-DSN
               END-IF
               IF JP-CALLER NOT = SPACES
                   MOVE JP-CALLER TO W05-CALLER
               END-IF
               IF JP-TOKENIZE-RESTRICTED
                   MOVE "T" TO W32-MASK-LEVEL
               END-IF
               CLOSE EXPORT-PARAM
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "ENTRADA " W01-INPUT-DSN " DISENO " W02-LAYOUT-DSN
               " SALIDA " W03-OUTPUT-DSN " MANIFIESTO " W04-MANIFEST-DSN
               " DESTINATARIO " W05-CALLER
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LOAD-LAYOUT.
           IF W11-FIELD-COUNT = 0
               MOVE "DISENO DE REGISTRO VACIO O NO DISPONIBLE"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W09-FAILED
           ELSE
               PERFORM EXPORT-FILE
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "REGISTROS " W06-RECORDS
               " EXPORTADOS " W07-EXPORTED
               " DESCARTADOS " W08-DROPPED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REGISTROS" TO WS-RSW-CTR-NAME(1).
           MOVE W06-RECORDS TO WS-RSW-CTR-VALUE(1).
           MOVE "EXPORTADOS" TO WS-RSW-CTR-NAME(2).
           MOVE W07-EXPORTED TO WS-RSW-CTR-VALUE(2).
           MOVE "DESCARTADOS" TO WS-RSW-CTR-NAME(3).
           MOVE W08-DROPPED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Registros: " W06-RECORDS
               " Exportados: " W07-EXPORTED
               " Descartados: " W08-DROPPED.
           EVALUATE TRUE
               WHEN W09-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN W08-DROPPED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-LAYOUT.
           MOVE 0 TO W11-FIELD-COUNT.
           OPEN INPUT LAYOUT-DEF.
           IF WS-LAYOUT-STATUS NOT = "00"
               MOVE SPACES TO W63-RPT-LINE
               STRING "DISENO " W02-LAYOUT-DSN " NO DISPONIBLE"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "00" TO WS-DICT-STATUS
               OPEN INPUT FIELD-DICT
               READ LAYOUT-DEF
                   AT END SET WS-LAYOUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LAYOUT-EOF OR W11-FIELD-COUNT >= 50
                   IF LD-START NUMERIC AND LD-LENGTH NUMERIC
                       AND LD-START > 0 AND LD-LENGTH > 0
                       AND LD-START + LD-LENGTH - 1 <= 512
                       ADD 1 TO W11-FIELD-COUNT
                       PERFORM CLASSIFY-LAYOUT-FIELD
                   ELSE
                       MOVE SPACES TO W63-RPT-LINE
                       STRING "CAMPO " LD-FIELDNAME
                           " FUERA DEL REGISTRO, NO SE EXPORTA"
                           DELIMITED BY SIZE
                           INTO W63-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   READ LAYOUT-DEF
                       AT END SET WS-LAYOUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-DEF
               CLOSE FIELD-DICT
           END-IF.

      * The masking decision depends on the field and the caller, not
      * on the value, so COBOLFMSK is asked once here with a blank
      * value; only the fields it would mask go back to it per record.
       CLASSIFY-LAYOUT-FIELD.
           MOVE LD-FIELDNAME  TO W12-FIELDNAME(W11-FIELD-COUNT).
           MOVE LD-START      TO W12-START(W11-FIELD-COUNT).
           MOVE LD-LENGTH     TO W12-LENGTH(W11-FIELD-COUNT).
           MOVE LD-DICT-FIELD TO W12-DICT-FIELD(W11-FIELD-COUNT).
           MOVE 0 TO W13-TRAIL.
           INSPECT FUNCTION REVERSE(LD-FIELDNAME)
               TALLYING W13-TRAIL FOR LEADING SPACES.
           COMPUTE W12-NAME-LEN(W11-FIELD-COUNT) = 20 - W13-TRAIL.

           MOVE "N" TO W12-NUMERIC(W11-FIELD-COUNT).
           IF WS-DICT-STATUS = "00" AND LD-DICT-FIELD NOT = SPACES
               MOVE LD-DICT-FIELD TO FD-FIELDNAME
               READ FIELD-DICT
                   KEY IS FD-FIELDNAME
                   INVALID KEY MOVE SPACES TO FIELD-DICT-RECORD
               END-READ
               MOVE 0 TO W14-NINES, W15-BLANKS
               INSPECT FD-PATTERN TALLYING W14-NINES FOR ALL "9"
                   W15-BLANKS FOR ALL SPACES
               IF (FD-NUM-HIGH NUMERIC AND FD-NUM-HIGH > 0)
                   OR (W14-NINES > 0 AND W14-NINES + W15-BLANKS = 20)
                   MOVE "Y" TO W12-NUMERIC(W11-FIELD-COUNT)
               END-IF
               MOVE "00" TO WS-DICT-STATUS
           END-IF.

           MOVE SPACES TO W30-MASK-VALUE.
           CALL "COBOLFMSK" USING LD-DICT-FIELD, W05-CALLER,
                                  W30-MASK-VALUE, W31-MASK-RESULT,
                                  W32-MASK-LEVEL.
           IF W31-WAS-MASKED
               MOVE "Y" TO W12-MASKED(W11-FIELD-COUNT)
           ELSE
               MOVE "N" TO W12-MASKED(W11-FIELD-COUNT)
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "CAMPO " LD-FIELDNAME " DICCIONARIO " LD-DICT-FIELD
               " NUMERICO " W12-NUMERIC(W11-FIELD-COUNT)
               " ENMASCARADO " W12-MASKED(W11-FIELD-COUNT)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       EXPORT-FILE.
           OPEN INPUT FIXED-INPUT.
           IF WS-INPUT-STATUS NOT = "00"
               MOVE SPACES TO W63-RPT-LINE
               STRING "ENTRADA " W01-INPUT-DSN " NO DISPONIBLE"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W09-FAILED
           ELSE
               OPEN OUTPUT JSON-OUTPUT
               READ FIXED-INPUT
                   AT END SET WS-INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-INPUT-EOF
                   ADD 1 TO W06-RECORDS
                   PERFORM EXPORT-ONE-RECORD
                   READ FIXED-INPUT
                       AT END SET WS-INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FIXED-INPUT
               CLOSE JSON-OUTPUT
               CALL "COBOLTRLM" USING W04-MANIFEST-DSN, W07-EXPORTED,
                                      W26-CHECKSUM, W28-TRLM-RESULT,
                                      W03-OUTPUT-DSN
               IF NOT W28-MFT-WRITTEN
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "MANIFIESTO " W04-MANIFEST-DSN
                       " NO ESCRITO O SIN FIRMA"
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "Y" TO W09-FAILED
               END-IF
           END-IF.

       EXPORT-ONE-RECORD.
           MOVE SPACES TO W16-LINE.
           MOVE 1 TO W17-PTR.
           MOVE "N" TO W18-OVERFLOW.
           MOVE "{" TO W19-CHAR.
           PERFORM APPEND-CHAR.
           PERFORM APPEND-ONE-FIELD
               VARYING W10-F FROM 1 BY 1
               UNTIL W10-F > W11-FIELD-COUNT OR W18-LINE-FULL.
           MOVE "}" TO W19-CHAR.
           PERFORM APPEND-CHAR.

           IF W18-LINE-FULL
               ADD 1 TO W08-DROPPED
               MOVE SPACES TO W63-RPT-LINE
               STRING "REGISTRO " W06-RECORDS
                   " DESCARTADO: JSON MAYOR A 4096 BYTES"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               COMPUTE WS-OUTLEN = W17-PTR - 1
               MOVE W16-LINE(1:WS-OUTLEN) TO JSON-OUTPUT-RECORD
               WRITE JSON-OUTPUT-RECORD
               ADD 1 TO W07-EXPORTED
               MOVE W16-LINE(1:16) TO W27-KEY-BYTES
               CALL "COBOLTRLC" USING W27-KEY-BYTES, W26-CHECKSUM
           END-IF.

       APPEND-ONE-FIELD.
           IF W10-F > 1
               MOVE "," TO W19-CHAR
               PERFORM APPEND-CHAR
           END-IF.
           MOVE SPACES TO W20-VALUE.
           MOVE W12-FIELDNAME(W10-F) TO W20-VALUE.
           MOVE W12-NAME-LEN(W10-F) TO W21-VLEN.
           PERFORM APPEND-STRING.
           MOVE ":" TO W19-CHAR.
           PERFORM APPEND-CHAR.

           MOVE SPACES TO W20-VALUE.
           MOVE FIXED-INPUT-RECORD(W12-START(W10-F):W12-LENGTH(W10-F))
               TO W20-VALUE(1:W12-LENGTH(W10-F)).
           MOVE W12-LENGTH(W10-F) TO W29-SCAN-LEN.
           IF W12-IS-MASKED(W10-F)
               MOVE 64 TO W29-SCAN-LEN
               MOVE W20-VALUE(1:64) TO W30-MASK-VALUE
               CALL "COBOLFMSK" USING W12-DICT-FIELD(W10-F),
                                      W05-CALLER, W30-MASK-VALUE,
                                      W31-MASK-RESULT, W32-MASK-LEVEL
               MOVE SPACES TO W20-VALUE
               MOVE W30-MASK-VALUE TO W20-VALUE
           END-IF.
           MOVE 0 TO W13-TRAIL.
           INSPECT FUNCTION REVERSE(W20-VALUE(1:W29-SCAN-LEN))
               TALLYING W13-TRAIL FOR LEADING SPACES.
           COMPUTE W21-VLEN = W29-SCAN-LEN - W13-TRAIL.

           EVALUATE TRUE
               WHEN W12-IS-MASKED(W10-F)
                   PERFORM APPEND-STRING
               WHEN W12-IS-NUMBER(W10-F) AND W21-VLEN = 0
                   MOVE "null" TO W24-PIECE
                   MOVE 4 TO W25-PIECE-LEN
                   PERFORM APPEND-PIECE
               WHEN W12-IS-NUMBER(W10-F)
                   AND W20-VALUE(1:W21-VLEN) NUMERIC
                   PERFORM APPEND-NUMBER
               WHEN OTHER
                   PERFORM APPEND-STRING
           END-EVALUATE.

      * JSON numbers carry no leading zeros; an all-zero value is 0.
       APPEND-NUMBER.
           MOVE W21-VLEN TO W23-FIRST.
           PERFORM VARYING W22-POS FROM W21-VLEN BY -1
                   UNTIL W22-POS < 1
               IF W20-VALUE(W22-POS:1) NOT = "0"
                   MOVE W22-POS TO W23-FIRST
               END-IF
           END-PERFORM.
           PERFORM VARYING W22-POS FROM W23-FIRST BY 1
                   UNTIL W22-POS > W21-VLEN
               MOVE W20-VALUE(W22-POS:1) TO W19-CHAR
               PERFORM APPEND-CHAR
           END-PERFORM.

      * A quoted string from the first W21-VLEN bytes of W20-VALUE,
      * with quote and backslash escaped and control bytes blanked.
       APPEND-STRING.
           MOVE """" TO W19-CHAR.
           PERFORM APPEND-CHAR.
           PERFORM VARYING W22-POS FROM 1 BY 1
                   UNTIL W22-POS > W21-VLEN
               MOVE W20-VALUE(W22-POS:1) TO W19-CHAR
               EVALUATE TRUE
                   WHEN W19-CHAR = """" OR W19-CHAR = "\"
                       MOVE W19-CHAR TO W24-PIECE
                       MOVE "\" TO W19-CHAR
                       PERFORM APPEND-CHAR
                       MOVE W24-PIECE(1:1) TO W19-CHAR
                   WHEN W19-CHAR < SPACE
                       MOVE SPACE TO W19-CHAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM APPEND-CHAR
           END-PERFORM.
           MOVE """" TO W19-CHAR.
           PERFORM APPEND-CHAR.

       APPEND-PIECE.
           PERFORM VARYING W22-POS FROM 1 BY 1
                   UNTIL W22-POS > W25-PIECE-LEN
               MOVE W24-PIECE(W22-POS:1) TO W19-CHAR
               PERFORM APPEND-CHAR
           END-PERFORM.

       APPEND-CHAR.
           IF W17-PTR > 4096
               MOVE "Y" TO W18-OVERFLOW
           ELSE
               MOVE W19-CHAR TO W16-LINE(W17-PTR:1)
               ADD 1 TO W17-PTR
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
