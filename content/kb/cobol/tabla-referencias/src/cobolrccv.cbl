       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRCCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-CODE ASSIGN TO "REFCODE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-REFCODE-STATUS.

           SELECT REF-CODE-LANG ASSIGN TO "REFCDLANG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-REFLANG-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REF-CODE.
       01 REF-CODE-RECORD.
           02 RC-KEY.
               03 RC-TABLE-NAME  PIC X(10).
               03 RC-CODE        PIC 9(04).
               03 RC-EFF-FROM    PIC X(08).
           02 RC-EFF-TO      PIC X(08).
           02 RC-DESCRIPTION PIC X(20).

       FD REF-CODE-LANG.
       01 REF-CODE-LANG-RECORD.
           02 RL-KEY.
               03 RL-TABLE-NAME  PIC X(10).
               03 RL-CODE        PIC 9(04).
               03 RL-EFF-FROM    PIC X(08).
               03 RL-LANG        PIC X(02).
           02 RL-EFF-TO      PIC X(08).
           02 RL-DESCRIPTION PIC X(20).

       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME    PIC X(16).
           05 USR-SALT        PIC X(08).
           05 USR-PWD-HASH    PIC X(32).
           05 USR-PWD-CHANGED PIC X(14).
           05 USR-GRACE-USED  PIC 9(02).
           05 USR-STATUS      PIC X(01).
               88 USR-IS-DISABLED VALUE "D".
           05 USR-FORCE-CHANGE PIC X(01).
           05 USR-EMPLOYEE-ID PIC X(10).
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
           05 USR-OWNER-ID    PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-REFCODE-STATUS PIC X(02) VALUE "00".
           88 WS-REFCODE-EOF   VALUE "10".
       01 WS-REFLANG-STATUS PIC X(02) VALUE "00".
           88 WS-REFLANG-EOF   VALUE "10".
       01 WS-USRMAST-STATUS PIC X(02) VALUE "00".
           88 WS-USRMAST-EOF   VALUE "10".
       01 WS-CORRID         PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLRCCV".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-TODAY         PIC X(08) VALUE SPACES.
       01 W02-FALLBACK-LANG PIC X(02) VALUE "ES".
       01 W03-LANG-COUNT    PIC 9(02) VALUE 0.
       01 W04-LANG-TABLE.
           05 W04-LANG-ENTRY OCCURS 10 TIMES.
               10 W04-LANG      PIC X(02).
               10 W04-HAVE      PIC X(01).
               10 W04-MISSING   PIC 9(07).
       01 W05-SUB           PIC 9(02) VALUE 0.
       01 W06-NOTE-LANG     PIC X(02) VALUE SPACES.
       01 W07-CODES         PIC 9(07) VALUE 0.
       01 W08-MISSING       PIC 9(07) VALUE 0.
       01 W09-LANG-OPEN     PIC X(01) VALUE "N".
           88 W09-REFLANG-OPEN VALUE "Y".
       01 W10-UNREADABLE    PIC X(01) VALUE "N".
           88 W10-REFCODE-UNREADABLE VALUE "Y".
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "RCCOVRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "COBERTURA DE TRADUCCIONES DE CODIGOS DE REFERENCIA".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Translation coverage for the reference codes.  The active
      * languages are the ones users are set to in USRMAST (enabled
      * accounts only) plus any REFCDLANG already carries, Spanish
      * aside since REFCODE itself is the Spanish text.  Every code in
      * force today is then checked for a translation in force in
      * each of those languages; the ones missing are listed, and
      * counted by language at the end, so the REFCDFEED owners can
      * see what COBOLRCLL is still answering in Spanish.  Ends 08
      * when REFCODE cannot be read.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW(1:8) TO W01-TODAY.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           PERFORM COLLECT-LANGUAGES.
           IF W03-LANG-COUNT = 0
               MOVE "SIN IDIOMAS ACTIVOS DISTINTOS DEL ESPANOL"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM CHECK-ALL-CODES
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "CODIGOS VIGENTES " W07-CODES
               " IDIOMAS " W03-LANG-COUNT
               " TRADUCCIONES FALTANTES " W08-MISSING
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING W05-SUB FROM 1 BY 1
                   UNTIL W05-SUB > W03-LANG-COUNT
               MOVE SPACES TO W63-RPT-LINE
               STRING "IDIOMA " W04-LANG(W05-SUB)
                   " TRADUCCIONES FALTANTES " W04-MISSING(W05-SUB)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CODIGOS" TO WS-RSW-CTR-NAME(1).
           MOVE W07-CODES TO WS-RSW-CTR-VALUE(1).
           MOVE "IDIOMAS" TO WS-RSW-CTR-NAME(2).
           MOVE W03-LANG-COUNT TO WS-RSW-CTR-VALUE(2).
           MOVE "FALTANTES" TO WS-RSW-CTR-NAME(3).
           MOVE W08-MISSING TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Codigos vigentes: " W07-CODES
               " Traducciones faltantes: " W08-MISSING.
           IF W10-REFCODE-UNREADABLE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       COLLECT-LANGUAGES.
           MOVE "00" TO WS-USRMAST-STATUS.
           OPEN INPUT USER-MASTER.
           IF WS-USRMAST-STATUS = "00"
               READ USER-MASTER NEXT RECORD
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-USRMAST-EOF
                   IF NOT USR-IS-DISABLED
                       MOVE USR-LANGUAGE TO W06-NOTE-LANG
                       PERFORM NOTE-LANGUAGE THRU NOTE-LANGUAGE-EXIT
                   END-IF
                   READ USER-MASTER NEXT RECORD
                       AT END SET WS-USRMAST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           END-IF.

           MOVE "00" TO WS-REFLANG-STATUS.
           OPEN INPUT REF-CODE-LANG.
           IF WS-REFLANG-STATUS = "00"
               READ REF-CODE-LANG NEXT RECORD
                   AT END SET WS-REFLANG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REFLANG-EOF
                   MOVE RL-LANG TO W06-NOTE-LANG
                   PERFORM NOTE-LANGUAGE THRU NOTE-LANGUAGE-EXIT
                   READ REF-CODE-LANG NEXT RECORD
                       AT END SET WS-REFLANG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REF-CODE-LANG
           END-IF.

       NOTE-LANGUAGE.
           IF W06-NOTE-LANG = SPACES
               OR W06-NOTE-LANG = W02-FALLBACK-LANG
               GO TO NOTE-LANGUAGE-EXIT
           END-IF.
           PERFORM VARYING W05-SUB FROM 1 BY 1
                   UNTIL W05-SUB > W03-LANG-COUNT
               IF W04-LANG(W05-SUB) = W06-NOTE-LANG
                   GO TO NOTE-LANGUAGE-EXIT
               END-IF
           END-PERFORM.
           IF W03-LANG-COUNT < 10
               ADD 1 TO W03-LANG-COUNT
               MOVE W06-NOTE-LANG TO W04-LANG(W03-LANG-COUNT)
               MOVE 0 TO W04-MISSING(W03-LANG-COUNT)
           END-IF.
       NOTE-LANGUAGE-EXIT.
           EXIT.

       CHECK-ALL-CODES.
           MOVE "00" TO WS-REFCODE-STATUS.
           OPEN INPUT REF-CODE.
           IF WS-REFCODE-STATUS NOT = "00"
               MOVE "REFCODE NO DISPONIBLE EN ESTA CORRIDA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO W10-UNREADABLE
           ELSE
               MOVE "N" TO W09-LANG-OPEN
               MOVE "00" TO WS-REFLANG-STATUS
               OPEN INPUT REF-CODE-LANG
               IF WS-REFLANG-STATUS = "00"
                   MOVE "Y" TO W09-LANG-OPEN
               END-IF
               READ REF-CODE NEXT RECORD
                   AT END SET WS-REFCODE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REFCODE-EOF
                   IF (RC-EFF-FROM = SPACES
                           OR RC-EFF-FROM NOT > W01-TODAY)
                       AND (RC-EFF-TO = SPACES
                           OR RC-EFF-TO NOT < W01-TODAY)
                       PERFORM CHECK-ONE-CODE
                   END-IF
                   READ REF-CODE NEXT RECORD
                       AT END SET WS-REFCODE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REF-CODE
               IF W09-REFLANG-OPEN
                   CLOSE REF-CODE-LANG
               END-IF
           END-IF.

       CHECK-ONE-CODE.
           ADD 1 TO W07-CODES.
           PERFORM VARYING W05-SUB FROM 1 BY 1
                   UNTIL W05-SUB > W03-LANG-COUNT
               MOVE "N" TO W04-HAVE(W05-SUB)
           END-PERFORM.
           IF W09-REFLANG-OPEN
               PERFORM FIND-TRANSLATIONS
           END-IF.
           PERFORM VARYING W05-SUB FROM 1 BY 1
                   UNTIL W05-SUB > W03-LANG-COUNT
               IF W04-HAVE(W05-SUB) NOT = "Y"
                   ADD 1 TO W04-MISSING(W05-SUB)
                   ADD 1 TO W08-MISSING
                   MOVE SPACES TO W63-RPT-LINE
                   STRING "FALTA " RC-TABLE-NAME " " RC-CODE " "
                       RC-DESCRIPTION " EN IDIOMA " W04-LANG(W05-SUB)
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

      * Translations for one code sit together in REFCDLANG, ahead of
      * the next code, whatever their effective dates.
       FIND-TRANSLATIONS.
           MOVE "00" TO WS-REFLANG-STATUS.
           MOVE RC-TABLE-NAME TO RL-TABLE-NAME.
           MOVE RC-CODE       TO RL-CODE.
           MOVE SPACES        TO RL-EFF-FROM.
           MOVE SPACES        TO RL-LANG.
           START REF-CODE-LANG KEY IS NOT LESS THAN RL-KEY
               INVALID KEY SET WS-REFLANG-EOF TO TRUE
           END-START.
           IF NOT WS-REFLANG-EOF
               READ REF-CODE-LANG NEXT RECORD
                   AT END SET WS-REFLANG-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-REFLANG-EOF
                   OR RL-TABLE-NAME NOT = RC-TABLE-NAME
                   OR RL-CODE NOT = RC-CODE
               IF (RL-EFF-FROM = SPACES
                       OR RL-EFF-FROM NOT > W01-TODAY)
                   AND (RL-EFF-TO = SPACES
                       OR RL-EFF-TO NOT < W01-TODAY)
                   PERFORM VARYING W05-SUB FROM 1 BY 1
                           UNTIL W05-SUB > W03-LANG-COUNT
                       IF W04-LANG(W05-SUB) = RL-LANG
                           MOVE "Y" TO W04-HAVE(W05-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ REF-CODE-LANG NEXT RECORD
                   AT END SET WS-REFLANG-EOF TO TRUE
               END-READ
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
