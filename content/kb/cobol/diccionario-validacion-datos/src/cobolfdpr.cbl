       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLFDPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-PARAM ASSIGN TO "PROFPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT SAMPLE-FILE ASSIGN TO DYNAMIC W01-SAMPLE-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SAMPLE-STATUS.

           SELECT LAYOUT-DEF ASSIGN TO DYNAMIC W02-LAYOUT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT DICT-DRAFT ASSIGN TO DYNAMIC W03-DRAFT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DRAFT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PROFILE-PARAM.
       01 PROFILE-PARAM-RECORD.
           05 PP-SAMPLE-DSN PIC X(10).
           05 PP-LAYOUT-DSN PIC X(10).
           05 PP-DRAFT-DSN  PIC X(10).

       FD SAMPLE-FILE.
       01 SAMPLE-RECORD PIC X(512).

       FD LAYOUT-DEF.
       01 LAYOUT-DEF-RECORD.
           05 LD-FIELDNAME  PIC X(20).
           05 LD-START      PIC 9(04).
           05 LD-LENGTH     PIC 9(04).
           05 LD-DICT-FIELD PIC X(20).

       FD DICT-DRAFT.
       01 DICT-DRAFT-RECORD.
           02 DF-FIELDNAME PIC X(20).
           02 DF-MAXLEN    PIC 9(04).
           02 DF-CHARSET   PIC X(01).
           02 DF-XSSMODE   PIC X(01).
           02 DF-MINLEN    PIC 9(04).
           02 DF-PATTERN   PIC X(20).
           02 DF-NUM-LOW   PIC 9(09).
           02 DF-NUM-HIGH  PIC 9(09).
           02 DF-SENSITIVITY PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS  PIC X(02) VALUE "00".
       01 WS-SAMPLE-STATUS PIC X(02) VALUE "00".
           88 WS-SAMPLE-EOF    VALUE "10".
       01 WS-LAYOUT-STATUS PIC X(02) VALUE "00".
           88 WS-LAYOUT-EOF    VALUE "10".
       01 WS-DRAFT-STATUS  PIC X(02) VALUE "00".
       01 WS-CORRID        PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLFDPR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-SAMPLE-DSN   PIC X(10) VALUE "PROFINPUT".
       01 W02-LAYOUT-DSN   PIC X(10) VALUE "LAYOUTDEF".
       01 W03-DRAFT-DSN    PIC X(10) VALUE "DICTDRAFT".
       01 W04-RECORDS      PIC 9(07) VALUE 0.
       01 W05-MARKED       PIC 9(07) VALUE 0.
       01 W06-DRAFTED      PIC 9(07) VALUE 0.
       01 W07-FAILED       PIC X(01) VALUE "N".
           88 W07-RUN-FAILED VALUE "Y".
       01 W08-F            PIC 9(03) VALUE 0.
       01 W09-V            PIC 9(03) VALUE 0.
       01 W10-POS          PIC 9(04) VALUE 0.
       01 W11-FIELD-COUNT  PIC 9(03) VALUE 0.
       01 W12-LAYOUT.
           05 W12-FIELD OCCURS 50 TIMES.
               10 W12-FIELDNAME  PIC X(20).
               10 W12-START      PIC 9(04).
               10 W12-LENGTH     PIC 9(04).
               10 W12-DICT-FIELD PIC X(20).
      * Running figures per layout field.  Character class flags are
      * "Y" once any value has shown that class.  The shape is the
      * value with digits as 9 and letters as A, the same notation
      * FD-PATTERN uses; W20-SHAPE-STATE is U while every value has
      * had the same shape and M once two have differed.
       01 W20-STATS.
           05 W20-STAT OCCURS 50 TIMES.
               10 W20-FILLED       PIC 9(07).
               10 W20-MIN-LEN      PIC 9(04).
               10 W20-MAX-LEN      PIC 9(04).
               10 W20-TOTAL-LEN    PIC 9(11).
               10 W20-HAS-UPPER    PIC X(01).
               10 W20-HAS-LOWER    PIC X(01).
               10 W20-HAS-DIGIT    PIC X(01).
               10 W20-HAS-SPACE    PIC X(01).
               10 W20-HAS-PUNCT    PIC X(01).
               10 W20-HAS-OTHER    PIC X(01).
               10 W20-NUMERIC      PIC 9(07).
               10 W20-NUM-LONG     PIC X(01).
               10 W20-NUM-MIN      PIC 9(09).
               10 W20-NUM-MAX      PIC 9(09).
               10 W20-EMAILS       PIC 9(07).
               10 W20-PHONES       PIC 9(07).
               10 W20-SHAPE        PIC X(20).
               10 W20-SHAPE-STATE  PIC X(01).
               10 W20-DISTINCT     PIC 9(03).
               10 W20-DISTINCT-OVF PIC X(01).
               10 W20-VALUE OCCURS 20 TIMES.
                   15 W20-VAL      PIC X(32).
                   15 W20-VAL-CNT  PIC 9(07).
       01 W30-VALUE        PIC X(512) VALUE SPACES.
       01 W31-LEN          PIC 9(04) VALUE 0.
       01 W32-TRAIL        PIC 9(04) VALUE 0.
       01 W33-CHAR         PIC X(01) VALUE SPACE.
       01 W34-SHAPE        PIC X(20) VALUE SPACES.
       01 W35-NUM          PIC 9(09) VALUE 0.
       01 W36-AT-COUNT     PIC 9(04) VALUE 0.
       01 W37-AT-POS       PIC 9(04) VALUE 0.
       01 W38-DIGITS       PIC 9(04) VALUE 0.
       01 W39-DOT-AFTER-AT PIC X(01) VALUE "N".
       01 W40-NOT-EMAIL    PIC X(01) VALUE "N".
       01 W41-NOT-PHONE    PIC X(01) VALUE "N".
       01 W42-PHONE-SEP    PIC X(01) VALUE "N".
       01 W43-FOUND        PIC X(01) VALUE "N".
       01 W44-PCT          PIC 9(03) VALUE 0.
       01 W45-AVG          PIC 9(04)V9 VALUE 0.
       01 W46-AVG-ED       PIC ZZZ9.9.
       01 W47-KIND         PIC X(01) VALUE SPACE.
           88 W47-LOOKS-EMAIL VALUE "E".
           88 W47-LOOKS-PHONE VALUE "T".
           88 W47-LOOKS-ID    VALUE "I".
           88 W47-NOTHING     VALUE SPACE.
       01 W48-TAKEN.
           05 W48-TAKEN-FLAG PIC X(01) OCCURS 20 TIMES.
       01 W49-TOP          PIC 9(02) VALUE 0.
       01 W50-BEST         PIC 9(03) VALUE 0.
       01 W51-RANGE-TEXT   PIC X(24) VALUE SPACES.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "PROFRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "PERFIL DE DATOS DE MUESTRA".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Profiles a sample of a new inbound feed against its layout so
      * the FIELDDICT entries for it start from what the data really
      * holds.  PROFPARM, when present, names the sample, its
      * LAYOUTDEF-format layout and the draft output (PROFINPUT,
      * LAYOUTDEF and DICTDRAFT otherwise).  For every layout field
      * PROFRPT shows fill rate, lengths, character classes, numeric
      * range, distinct values and the five most frequent values, and
      * marks fields that look like e-mail addresses, phone numbers or
      * identifiers; the values of marked fields are not printed.
      * DICTDRAFT gets one DICTFEED-format line per field with the
      * suggested lengths, character class, pattern and range, for
      * review before it is added to DICTFEED and loaded by COBOLFDLD.
      * Blank values are always rejected by COBOLFVAL, so partly
      * filled fields are pointed out.  Ends 08 when the sample or
      * the layout cannot be read.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT PROFILE-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ PROFILE-PARAM
                   AT END MOVE SPACES TO PROFILE-PARAM-RECORD
               END-READ
               IF PP-SAMPLE-DSN NOT = SPACES
                   MOVE PP-SAMPLE-DSN TO W01-SAMPLE-DSN
               END-IF
               IF PP-LAYOUT-DSN NOT = SPACES
                   MOVE PP-LAYOUT-DSN TO W02-LAYOUT-DSN
               END-IF
               IF PP-DRAFT-DSN NOT = SPACES
                   MOVE PP-DRAFT-DSN TO W03-DRAFT-DSN
               END-IF
               CLOSE PROFILE-PARAM
           END-IF.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "MUESTRA " W01-SAMPLE-DSN " DISENO " W02-LAYOUT-DSN
               " BORRADOR " W03-DRAFT-DSN
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LOAD-LAYOUT.
           IF W11-FIELD-COUNT = 0
               MOVE "DISENO DE REGISTRO VACIO O NO DISPONIBLE"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W07-FAILED
           ELSE
               PERFORM PROFILE-SAMPLE
           END-IF.

           IF NOT W07-RUN-FAILED
               OPEN OUTPUT DICT-DRAFT
               PERFORM REPORT-ONE-FIELD THRU REPORT-ONE-FIELD-EXIT
                   VARYING W08-F FROM 1 BY 1
                   UNTIL W08-F > W11-FIELD-COUNT
               CLOSE DICT-DRAFT
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "REGISTROS " W04-RECORDS
               " CAMPOS " W11-FIELD-COUNT
               " BORRADOR " W06-DRAFTED
               " MARCADOS " W05-MARKED
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
           MOVE W04-RECORDS TO WS-RSW-CTR-VALUE(1).
           MOVE "CAMPOS" TO WS-RSW-CTR-NAME(2).
           MOVE W11-FIELD-COUNT TO WS-RSW-CTR-VALUE(2).
           MOVE "MARCADOS" TO WS-RSW-CTR-NAME(3).
           MOVE W05-MARKED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Registros: " W04-RECORDS
               " Campos: " W11-FIELD-COUNT
               " Marcados: " W05-MARKED.
           IF W07-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-LAYOUT.
           MOVE 0 TO W11-FIELD-COUNT.
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
                       MOVE LAYOUT-DEF-RECORD
                           TO W12-FIELD(W11-FIELD-COUNT)
                   ELSE
                       MOVE SPACES TO W63-RPT-LINE
                       STRING "CAMPO " LD-FIELDNAME
                           " FUERA DEL REGISTRO, NO SE PERFILA"
                           DELIMITED BY SIZE
                           INTO W63-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   READ LAYOUT-DEF
                       AT END SET WS-LAYOUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-DEF
           END-IF.

       PROFILE-SAMPLE.
           PERFORM VARYING W08-F FROM 1 BY 1 UNTIL W08-F > 50
               MOVE 0 TO W20-FILLED(W08-F), W20-MIN-LEN(W08-F),
                   W20-MAX-LEN(W08-F), W20-TOTAL-LEN(W08-F),
                   W20-NUMERIC(W08-F), W20-NUM-MIN(W08-F),
                   W20-NUM-MAX(W08-F), W20-EMAILS(W08-F),
                   W20-PHONES(W08-F), W20-DISTINCT(W08-F)
               MOVE "N" TO W20-HAS-UPPER(W08-F), W20-HAS-LOWER(W08-F),
                   W20-HAS-DIGIT(W08-F), W20-HAS-SPACE(W08-F),
                   W20-HAS-PUNCT(W08-F), W20-HAS-OTHER(W08-F),
                   W20-NUM-LONG(W08-F), W20-DISTINCT-OVF(W08-F)
               MOVE SPACES TO W20-SHAPE(W08-F), W20-SHAPE-STATE(W08-F)
           END-PERFORM.

           OPEN INPUT SAMPLE-FILE.
           IF WS-SAMPLE-STATUS NOT = "00"
               MOVE SPACES TO W63-RPT-LINE
               STRING "MUESTRA " W01-SAMPLE-DSN " NO DISPONIBLE"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W07-FAILED
           ELSE
               READ SAMPLE-FILE
                   AT END SET WS-SAMPLE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SAMPLE-EOF
                   ADD 1 TO W04-RECORDS
                   PERFORM PROFILE-ONE-VALUE THRU PROFILE-ONE-VALUE-EXIT
                       VARYING W08-F FROM 1 BY 1
                       UNTIL W08-F > W11-FIELD-COUNT
                   READ SAMPLE-FILE
                       AT END SET WS-SAMPLE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SAMPLE-FILE
           END-IF.

       PROFILE-ONE-VALUE.
           MOVE SPACES TO W30-VALUE.
           MOVE SAMPLE-RECORD(W12-START(W08-F):W12-LENGTH(W08-F))
               TO W30-VALUE(1:W12-LENGTH(W08-F)).
           MOVE 0 TO W32-TRAIL.
           INSPECT FUNCTION REVERSE(W30-VALUE(1:W12-LENGTH(W08-F)))
               TALLYING W32-TRAIL FOR LEADING SPACES.
           COMPUTE W31-LEN = W12-LENGTH(W08-F) - W32-TRAIL.
           IF W31-LEN = 0
               GO TO PROFILE-ONE-VALUE-EXIT
           END-IF.

           ADD 1 TO W20-FILLED(W08-F).
           ADD W31-LEN TO W20-TOTAL-LEN(W08-F).
           IF W20-FILLED(W08-F) = 1 OR W31-LEN < W20-MIN-LEN(W08-F)
               MOVE W31-LEN TO W20-MIN-LEN(W08-F)
           END-IF.
           IF W31-LEN > W20-MAX-LEN(W08-F)
               MOVE W31-LEN TO W20-MAX-LEN(W08-F)
           END-IF.

           MOVE SPACES TO W34-SHAPE.
           MOVE 0 TO W36-AT-COUNT, W37-AT-POS, W38-DIGITS.
           MOVE "N" TO W39-DOT-AFTER-AT, W40-NOT-EMAIL, W41-NOT-PHONE,
               W42-PHONE-SEP.
           PERFORM CLASSIFY-ONE-CHAR
               VARYING W10-POS FROM 1 BY 1 UNTIL W10-POS > W31-LEN.

           IF W36-AT-COUNT = 1 AND W37-AT-POS > 1
               AND W37-AT-POS < W31-LEN
               AND W39-DOT-AFTER-AT = "Y" AND W40-NOT-EMAIL = "N"
               ADD 1 TO W20-EMAILS(W08-F)
           END-IF.
           IF W41-NOT-PHONE = "N" AND W42-PHONE-SEP = "Y"
               AND W38-DIGITS >= 7 AND W38-DIGITS <= 15
               ADD 1 TO W20-PHONES(W08-F)
           END-IF.

           IF W30-VALUE(1:W31-LEN) NUMERIC
               ADD 1 TO W20-NUMERIC(W08-F)
               IF W31-LEN > 9
                   MOVE "Y" TO W20-NUM-LONG(W08-F)
               ELSE
                   MOVE W30-VALUE(1:W31-LEN) TO W35-NUM
                   IF W20-NUMERIC(W08-F) = 1
                       OR W35-NUM < W20-NUM-MIN(W08-F)
                       MOVE W35-NUM TO W20-NUM-MIN(W08-F)
                   END-IF
                   IF W35-NUM > W20-NUM-MAX(W08-F)
                       MOVE W35-NUM TO W20-NUM-MAX(W08-F)
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN W31-LEN > 20
                   MOVE "M" TO W20-SHAPE-STATE(W08-F)
               WHEN W20-SHAPE-STATE(W08-F) = SPACE
                   MOVE W34-SHAPE TO W20-SHAPE(W08-F)
                   MOVE "U" TO W20-SHAPE-STATE(W08-F)
               WHEN W34-SHAPE NOT = W20-SHAPE(W08-F)
                   MOVE "M" TO W20-SHAPE-STATE(W08-F)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE "N" TO W43-FOUND.
           PERFORM VARYING W09-V FROM 1 BY 1
                   UNTIL W09-V > W20-DISTINCT(W08-F) OR W43-FOUND = "Y"
               IF W20-VAL(W08-F, W09-V) = W30-VALUE(1:32)
                   ADD 1 TO W20-VAL-CNT(W08-F, W09-V)
                   MOVE "Y" TO W43-FOUND
               END-IF
           END-PERFORM.
           IF W43-FOUND = "N"
               IF W20-DISTINCT(W08-F) < 20
                   ADD 1 TO W20-DISTINCT(W08-F)
                   MOVE W30-VALUE(1:32)
                       TO W20-VAL(W08-F, W20-DISTINCT(W08-F))
                   MOVE 1 TO W20-VAL-CNT(W08-F, W20-DISTINCT(W08-F))
               ELSE
                   MOVE "Y" TO W20-DISTINCT-OVF(W08-F)
               END-IF
           END-IF.
       PROFILE-ONE-VALUE-EXIT.
           EXIT.

      * One character of the value: records its class for the field,
      * builds the shape, and notes what rules the value out as an
      * e-mail address or a phone number.
       CLASSIFY-ONE-CHAR.
           MOVE W30-VALUE(W10-POS:1) TO W33-CHAR.
           EVALUATE TRUE
               WHEN W33-CHAR >= "A" AND W33-CHAR <= "Z"
                   MOVE "Y" TO W20-HAS-UPPER(W08-F)
                   MOVE "Y" TO W41-NOT-PHONE
                   MOVE "A" TO W33-CHAR
               WHEN W33-CHAR >= "a" AND W33-CHAR <= "z"
                   MOVE "Y" TO W20-HAS-LOWER(W08-F)
                   MOVE "Y" TO W41-NOT-PHONE
                   MOVE "A" TO W33-CHAR
               WHEN W33-CHAR >= "0" AND W33-CHAR <= "9"
                   MOVE "Y" TO W20-HAS-DIGIT(W08-F)
                   ADD 1 TO W38-DIGITS
                   MOVE "9" TO W33-CHAR
               WHEN W33-CHAR = SPACE
                   MOVE "Y" TO W20-HAS-SPACE(W08-F)
                   MOVE "Y" TO W40-NOT-EMAIL
                   MOVE "Y" TO W42-PHONE-SEP
               WHEN W33-CHAR = "@"
                   MOVE "Y" TO W20-HAS-PUNCT(W08-F)
                   MOVE "Y" TO W41-NOT-PHONE
                   ADD 1 TO W36-AT-COUNT
                   MOVE W10-POS TO W37-AT-POS
               WHEN W33-CHAR = "."
                   MOVE "Y" TO W20-HAS-PUNCT(W08-F)
                   MOVE "Y" TO W42-PHONE-SEP
                   IF W36-AT-COUNT > 0 AND W10-POS > W37-AT-POS + 1
                       AND W10-POS < W31-LEN
                       MOVE "Y" TO W39-DOT-AFTER-AT
                   END-IF
               WHEN W33-CHAR = "-" OR W33-CHAR = "+"
                   MOVE "Y" TO W20-HAS-PUNCT(W08-F)
                   MOVE "Y" TO W42-PHONE-SEP
               WHEN W33-CHAR = "_"
                   MOVE "Y" TO W20-HAS-PUNCT(W08-F)
                   MOVE "Y" TO W41-NOT-PHONE
               WHEN W33-CHAR = "(" OR W33-CHAR = ")"
                   MOVE "Y" TO W20-HAS-OTHER(W08-F)
                   MOVE "Y" TO W40-NOT-EMAIL
                   MOVE "Y" TO W42-PHONE-SEP
               WHEN OTHER
                   MOVE "Y" TO W20-HAS-OTHER(W08-F)
                   MOVE "Y" TO W40-NOT-EMAIL
                   MOVE "Y" TO W41-NOT-PHONE
           END-EVALUATE.
           IF W10-POS <= 20
               MOVE W33-CHAR TO W34-SHAPE(W10-POS:1)
           END-IF.

       REPORT-ONE-FIELD.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "CAMPO " W12-FIELDNAME(W08-F)
               " POSICION " W12-START(W08-F)
               " LARGO " W12-LENGTH(W08-F)
               " DICCIONARIO " W12-DICT-FIELD(W08-F)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W20-FILLED(W08-F) = 0
               MOVE "  SIN DATOS EN LA MUESTRA, SIN SUGERENCIA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO REPORT-ONE-FIELD-EXIT
           END-IF.

           COMPUTE W44-PCT ROUNDED =
               W20-FILLED(W08-F) * 100 / W04-RECORDS.
           COMPUTE W45-AVG ROUNDED =
               W20-TOTAL-LEN(W08-F) / W20-FILLED(W08-F).
           MOVE W45-AVG TO W46-AVG-ED.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  LLENADO " W20-FILLED(W08-F) " DE " W04-RECORDS
               " (" W44-PCT "%) LARGO MINIMO " W20-MIN-LEN(W08-F)
               " MAXIMO " W20-MAX-LEN(W08-F)
               " PROMEDIO " W46-AVG-ED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  CLASES: MAYUSCULAS " W20-HAS-UPPER(W08-F)
               " MINUSCULAS " W20-HAS-LOWER(W08-F)
               " DIGITOS " W20-HAS-DIGIT(W08-F)
               " ESPACIOS " W20-HAS-SPACE(W08-F)
               " PUNTUACION " W20-HAS-PUNCT(W08-F)
               " OTROS " W20-HAS-OTHER(W08-F)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           IF W20-NUMERIC(W08-F) > 0 AND W20-NUM-LONG(W08-F) = "N"
               STRING "  NUMERICOS " W20-NUMERIC(W08-F)
                   " MINIMO " W20-NUM-MIN(W08-F)
                   " MAXIMO " W20-NUM-MAX(W08-F)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
           ELSE
               STRING "  NUMERICOS " W20-NUMERIC(W08-F)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           IF W20-DISTINCT-OVF(W08-F) = "Y"
               MOVE "  VALORES DISTINTOS: MAS DE 20" TO W63-RPT-LINE
           ELSE
               STRING "  VALORES DISTINTOS: " W20-DISTINCT(W08-F)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           PERFORM CLASSIFY-FIELD.
           EVALUATE TRUE
               WHEN W47-LOOKS-EMAIL
                   MOVE "  ** PARECE DIRECCION DE CORREO"
                       TO W63-RPT-LINE
               WHEN W47-LOOKS-PHONE
                   MOVE "  ** PARECE NUMERO DE TELEFONO"
                       TO W63-RPT-LINE
               WHEN W47-LOOKS-ID
                   MOVE "  ** PARECE IDENTIFICADOR" TO W63-RPT-LINE
           END-EVALUATE.
           IF W47-NOTHING
               PERFORM REPORT-TOP-VALUES
           ELSE
               ADD 1 TO W05-MARKED
               PERFORM WRITE-REPORT-LINE
               MOVE "  FRECUENTES OMITIDOS (POSIBLE DATO PERSONAL)"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           IF W20-FILLED(W08-F) < W04-RECORDS
               MOVE "  NO SIEMPRE INFORMADO: LOS BLANCOS SE RECHAZAN"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM BUILD-DRAFT-ENTRY.
           MOVE SPACES TO W51-RANGE-TEXT.
           IF DF-NUM-HIGH > 0
               STRING DF-NUM-LOW "-" DF-NUM-HIGH
                   DELIMITED BY SIZE
                   INTO W51-RANGE-TEXT
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "  SUGERENCIA " DF-FIELDNAME
               " MIN " DF-MINLEN " MAX " DF-MAXLEN
               " CLASE " DF-CHARSET " XSS " DF-XSSMODE
               " PATRON " DF-PATTERN
               " RANGO " W51-RANGE-TEXT
               " SENS " DF-SENSITIVITY
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           WRITE DICT-DRAFT-RECORD.
           ADD 1 TO W06-DRAFTED.
       REPORT-ONE-FIELD-EXIT.
           EXIT.

      * Most values alike decides it: four in five looking like an
      * address or a phone number.  An identifier is a fixed-length
      * code with digits, no spaces or punctuation, that does not
      * repeat in the sample.
       CLASSIFY-FIELD.
           MOVE SPACE TO W47-KIND.
           EVALUATE TRUE
               WHEN W20-EMAILS(W08-F) * 5 >= W20-FILLED(W08-F) * 4
                   SET W47-LOOKS-EMAIL TO TRUE
               WHEN W20-PHONES(W08-F) * 5 >= W20-FILLED(W08-F) * 4
                   SET W47-LOOKS-PHONE TO TRUE
               WHEN W20-MIN-LEN(W08-F) = W20-MAX-LEN(W08-F)
                   AND W20-MAX-LEN(W08-F) >= 4
                   AND W20-FILLED(W08-F) >= 2
                   AND W20-HAS-DIGIT(W08-F) = "Y"
                   AND W20-HAS-SPACE(W08-F) = "N"
                   AND W20-HAS-PUNCT(W08-F) = "N"
                   AND W20-HAS-OTHER(W08-F) = "N"
                   AND (W20-DISTINCT-OVF(W08-F) = "Y"
                        OR W20-DISTINCT(W08-F) = W20-FILLED(W08-F))
                   SET W47-LOOKS-ID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-TOP-VALUES.
           MOVE SPACES TO W48-TAKEN.
           PERFORM VARYING W49-TOP FROM 1 BY 1
                   UNTIL W49-TOP > 5 OR W49-TOP > W20-DISTINCT(W08-F)
               MOVE 0 TO W50-BEST
               PERFORM VARYING W09-V FROM 1 BY 1
                       UNTIL W09-V > W20-DISTINCT(W08-F)
                   IF W48-TAKEN-FLAG(W09-V) = SPACE
                       IF W50-BEST = 0
                           MOVE W09-V TO W50-BEST
                       ELSE
                           IF W20-VAL-CNT(W08-F, W09-V) >
                               W20-VAL-CNT(W08-F, W50-BEST)
                               MOVE W09-V TO W50-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO W48-TAKEN-FLAG(W50-BEST)
               MOVE SPACES TO W63-RPT-LINE
               STRING "  FRECUENTE " W20-VAL(W08-F, W50-BEST)
                   " VECES " W20-VAL-CNT(W08-F, W50-BEST)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      * The suggested entry is named after the dictionary field the
      * layout points to, or the layout field when it points nowhere
      * yet.  Free text keeps XSS encoding; the restricted classes
      * reject markup outright.  Marked fields start out restricted.
       BUILD-DRAFT-ENTRY.
           MOVE SPACES TO DICT-DRAFT-RECORD.
           IF W12-DICT-FIELD(W08-F) NOT = SPACES
               MOVE W12-DICT-FIELD(W08-F) TO DF-FIELDNAME
           ELSE
               MOVE W12-FIELDNAME(W08-F) TO DF-FIELDNAME
           END-IF.
           MOVE W20-MIN-LEN(W08-F) TO DF-MINLEN.
           MOVE W20-MAX-LEN(W08-F) TO DF-MAXLEN.
           EVALUATE TRUE
               WHEN W47-LOOKS-EMAIL
                   AND W20-HAS-SPACE(W08-F) = "N"
                   AND W20-HAS-OTHER(W08-F) = "N"
                   MOVE "E" TO DF-CHARSET
               WHEN W20-HAS-PUNCT(W08-F) = "Y"
                   OR W20-HAS-OTHER(W08-F) = "Y"
                   MOVE "F" TO DF-CHARSET
               WHEN W20-HAS-DIGIT(W08-F) = "Y"
                   MOVE "X" TO DF-CHARSET
               WHEN OTHER
                   MOVE "A" TO DF-CHARSET
           END-EVALUATE.
           IF DF-CHARSET = "F"
               MOVE "E" TO DF-XSSMODE
           ELSE
               MOVE "R" TO DF-XSSMODE
           END-IF.
           IF W20-SHAPE-STATE(W08-F) = "U"
               MOVE W20-SHAPE(W08-F) TO DF-PATTERN
           END-IF.
           IF W20-NUMERIC(W08-F) = W20-FILLED(W08-F)
               AND W20-NUM-LONG(W08-F) = "N"
               MOVE W20-NUM-MIN(W08-F) TO DF-NUM-LOW
               MOVE W20-NUM-MAX(W08-F) TO DF-NUM-HIGH
           ELSE
               MOVE 0 TO DF-NUM-LOW, DF-NUM-HIGH
           END-IF.
           IF W47-NOTHING
               MOVE "I" TO DF-SENSITIVITY
           ELSE
               MOVE "R" TO DF-SENSITIVITY
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
