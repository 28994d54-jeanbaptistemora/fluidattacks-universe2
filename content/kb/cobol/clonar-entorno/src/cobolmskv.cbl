       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLMSKV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-RULES ASSIGN TO "MASKRULES"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.

           SELECT VERIFY-PARAM ASSIGN TO "MSKVPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT MASK-CERT ASSIGN TO "MASKCERT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.

           SELECT MASK-STATUS ASSIGN TO "MASKSTAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.

           SELECT SRC-CUSTMAST ASSIGN TO DYNAMIC WS-SRC-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCU-NUMBER
           ALTERNATE RECORD KEY IS SCU-CANONICAL
           FILE STATUS IS WS-SRC-STATUS.

           SELECT TGT-CUSTMAST ASSIGN TO DYNAMIC WS-TGT-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TCU-NUMBER
           ALTERNATE RECORD KEY IS TCU-CANONICAL
           FILE STATUS IS WS-TGT-STATUS.

           SELECT SRC-KEYVAULT ASSIGN TO DYNAMIC WS-SRC-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SKV-KEY-ID
           FILE STATUS IS WS-SRC-STATUS.

           SELECT TGT-KEYVAULT ASSIGN TO DYNAMIC WS-TGT-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TKV-KEY-ID
           FILE STATUS IS WS-TGT-STATUS.

           SELECT SRC-PWDHIST ASSIGN TO DYNAMIC WS-SRC-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SPH-USERID
           FILE STATUS IS WS-SRC-STATUS.

           SELECT TGT-PWDHIST ASSIGN TO DYNAMIC WS-TGT-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TPH-USERID
           FILE STATUS IS WS-TGT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD MASK-RULES.
       01 MASK-RULES-RECORD.
           05 MR-FILE PIC X(12).
           05 MR-RULE PIC X(01).

       FD VERIFY-PARAM.
       01 VERIFY-PARAM-RECORD.
           05 MV-INTERVAL PIC 9(05).

       FD MASK-CERT.
       01 MASK-CERT-RECORD.
           05 MC-FILE      PIC X(12).
           05 MC-RESULT    PIC X(04).
           05 MC-CHECKED   PIC 9(07).
           05 MC-EXPOSED   PIC 9(07).
           05 MC-TIMESTAMP PIC X(14).
           05 MC-CORRID    PIC X(12).
           05 MC-REASON    PIC X(40).

       FD MASK-STATUS.
       01 MASK-STATUS-RECORD.
           05 MS-VERDICT   PIC X(04).
           05 MS-TIMESTAMP PIC X(14).
           05 MS-CORRID    PIC X(12).

       FD SRC-CUSTMAST.
       01 SRC-CUSTMAST-RECORD.
           05 SCU-NUMBER    PIC 9(10).
           05 SCU-CANONICAL PIC X(256).
           05 SCU-EMAIL     PIC X(256).
           05 SCU-REST      PIC X(21).

       FD TGT-CUSTMAST.
       01 TGT-CUSTMAST-RECORD.
           05 TCU-NUMBER    PIC 9(10).
           05 TCU-CANONICAL PIC X(256).
           05 TCU-EMAIL     PIC X(256).
           05 TCU-REST      PIC X(21).

       FD SRC-KEYVAULT.
       01 SRC-KEYVAULT-RECORD.
           02 SKV-KEY-ID    PIC X(30).
           02 SKV-PURPOSE   PIC X(20).
           02 SKV-TIMESTAMP PIC X(15).
           02 SKV-KEYVALUE  PIC X(32).
           02 SKV-STATUS    PIC X(01).

       FD TGT-KEYVAULT.
       01 TGT-KEYVAULT-RECORD.
           02 TKV-KEY-ID    PIC X(30).
           02 TKV-PURPOSE   PIC X(20).
           02 TKV-TIMESTAMP PIC X(15).
           02 TKV-KEYVALUE  PIC X(32).
           02 TKV-STATUS    PIC X(01).

       FD SRC-PWDHIST.
       01 SRC-PWDHIST-RECORD.
           02 SPH-USERID PIC X(10).
           02 SPH-REST   PIC X(168).

       FD TGT-PWDHIST.
       01 TGT-PWDHIST-RECORD.
           02 TPH-USERID PIC X(10).
           02 TPH-REST   PIC X(168).

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS PIC X(02) VALUE "00".
           88 WS-RULE-EOF    VALUE "10".
       01 WS-PARM-STATUS PIC X(02) VALUE "00".
       01 WS-CERT-STATUS PIC X(02) VALUE "00".
       01 WS-STAT-STATUS PIC X(02) VALUE "00".
       01 WS-SRC-STATUS  PIC X(02) VALUE "00".
           88 WS-SRC-FOUND   VALUE "00".
           88 WS-SRC-EOF     VALUE "10".
       01 WS-TGT-STATUS  PIC X(02) VALUE "00".
           88 WS-TGT-EOF     VALUE "10".
       01 WS-SRC-DSN     PIC X(16) VALUE SPACES.
       01 WS-TGT-DSN     PIC X(16) VALUE SPACES.
       01 WS-FILE-NAME   PIC X(12) VALUE SPACES.
       01 WS-VERDICT     PIC X(04) VALUE "GO".
       01 WS-CORRID      PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME PIC X(10) VALUE "COBOLMSKV".
       01 WS-RSW-NOW     PIC X(21) VALUE SPACES.
       01 WS-RSW-START   PIC X(14) VALUE SPACES.
       01 WS-RSW-END     PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT  PIC X(01).
       01 W01-INTERVAL   PIC 9(05) VALUE 10.
       01 W02-SKIP       PIC 9(05) VALUE 0.
       01 W03-READ       PIC 9(07) VALUE 0.
       01 W04-CHECKED    PIC 9(07) VALUE 0.
       01 W05-EXPOSED    PIC 9(07) VALUE 0.
       01 W06-RESULT     PIC X(04) VALUE SPACES.
       01 W07-REASON     PIC X(40) VALUE SPACES.
       01 W08-FILES      PIC 9(07) VALUE 0.
       01 W09-FAILED     PIC 9(07) VALUE 0.
       01 W10-ALL-CHECKED PIC 9(07) VALUE 0.
       01 W11-ALL-EXPOSED PIC 9(07) VALUE 0.
       01 W12-SALT       PIC X(08) VALUE SPACES.
       01 W13-HASH-INPUT PIC X(256) VALUE SPACES.
       01 W14-PROD-HASH  PIC X(32) VALUE SPACES.
       01 W15-TEST-HASH  PIC X(32) VALUE SPACES.
       01 W16-KEY-COUNT  PIC 9(05) VALUE 0.
       01 W17-KEY-TABLE.
           05 W17-KEY-HASH PIC X(32) OCCURS 9999 TIMES.
       01 W18-KEY-IX     PIC 9(05) VALUE 0.
       01 W19-KEY-FULL   PIC X(01) VALUE "N".
           88 W19-IS-FULL    VALUE "Y".
       01 W20-KEY-HIT    PIC X(01) VALUE "N".
           88 W20-IS-HIT     VALUE "Y".
       01 W21-SURVIVED   PIC 9(07) VALUE 0.
       01 W60-RPT-FN     PIC X(01) VALUE "O".
       01 W61-RPT-DSN    PIC X(10) VALUE "MASKVRPT".
       01 W62-RPT-TITLE  PIC X(60)
           VALUE "CERTIFICADO DE ENMASCARADO DEL ENTORNO TEST".
       01 W63-RPT-LINE   PIC X(132) VALUE SPACES.

      * Masking verification, run after every COBOLENVCL clone.  For
      * each file on MASKRULES the TEST copy is compared with its PROD
      * original, independently of the rule the clone applied:
      *   CUSTMAST    - one record in every MSKVPARM interval (10 when
      *                 absent) is read back from PROD by customer
      *                 number; email and canonical key must differ.
      *   PWDHIST     - same sampling by user; the salt and hash
      *                 history must differ.
      *   KEYVAULT    - every TEST key value is looked for among all
      *                 PROD key values; none may survive.
      *   COMMONPASSx - public word list, nothing to protect.
      * A file with no check here fails, so a file added to the clone
      * without one is stopped rather than waved through.  Values are
      * only ever compared as COBOLMSKH digests salted for this run;
      * nothing in clear reaches the certificate or the report.
      * Each file gets a PASS/FAIL line on MASKCERT and MASKVRPT; any
      * FAIL leaves MASKSTAT at NOGO, which COBOLHLTHCK carries into
      * the TEST environment verdict so TEST is not handed over to the
      * developers, and ends the job with RC 8.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE WS-RSW-NOW(9:8) TO W12-SALT.

           PERFORM LOAD-PARAM.

           OPEN INPUT MASK-RULES.
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "Sin tabla de reglas de enmascarado"
               MOVE "NOGO" TO WS-VERDICT
               PERFORM WRITE-VERDICT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MASK-CERT.
           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           READ MASK-RULES
               AT END SET WS-RULE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RULE-EOF
               MOVE MR-FILE TO WS-FILE-NAME
               PERFORM VERIFY-ONE-FILE
               READ MASK-RULES
                   AT END SET WS-RULE-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MASK-RULES.
           CLOSE MASK-CERT.

           IF W08-FILES = 0
               DISPLAY "Tabla de reglas vacia, nada verificado"
               MOVE "NOGO" TO WS-VERDICT
           END-IF.
           IF W09-FAILED > 0
               MOVE "NOGO" TO WS-VERDICT
           END-IF.
           PERFORM WRITE-VERDICT.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "FICHEROS " W08-FILES "  FALLIDOS " W09-FAILED
               "  VEREDICTO " WS-VERDICT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "FICHEROS" TO WS-RSW-CTR-NAME(1).
           MOVE W08-FILES TO WS-RSW-CTR-VALUE(1).
           MOVE "COMPROBADOS" TO WS-RSW-CTR-NAME(2).
           MOVE W10-ALL-CHECKED TO WS-RSW-CTR-VALUE(2).
           MOVE "EXPUESTOS" TO WS-RSW-CTR-NAME(3).
           MOVE W11-ALL-EXPOSED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Ficheros verificados: " W08-FILES.
           DISPLAY "Ficheros fallidos: " W09-FAILED.
           DISPLAY "Veredicto: " WS-VERDICT.
           IF WS-VERDICT NOT = "GO"
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-PARAM.
           OPEN INPUT VERIFY-PARAM.
           IF WS-PARM-STATUS = "00"
               READ VERIFY-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF MV-INTERVAL NUMERIC AND MV-INTERVAL > 0
                           MOVE MV-INTERVAL TO W01-INTERVAL
                       END-IF
               END-READ
               CLOSE VERIFY-PARAM
           END-IF.

       VERIFY-ONE-FILE.
           MOVE SPACES TO WS-SRC-DSN, WS-TGT-DSN.
           STRING "PROD" WS-FILE-NAME
               DELIMITED BY SPACE INTO WS-SRC-DSN.
           STRING "TEST" WS-FILE-NAME
               DELIMITED BY SPACE INTO WS-TGT-DSN.
           MOVE 0 TO W03-READ, W04-CHECKED, W05-EXPOSED.
           MOVE W01-INTERVAL TO W02-SKIP.
           MOVE "PASS" TO W06-RESULT.
           MOVE SPACES TO W07-REASON.
           MOVE "00" TO WS-SRC-STATUS, WS-TGT-STATUS.
           ADD 1 TO W08-FILES.

           EVALUATE WS-FILE-NAME
               WHEN "CUSTMAST"
                   PERFORM VERIFY-CUSTMAST THRU VERIFY-CUSTMAST-EXIT
               WHEN "PWDHIST"
                   PERFORM VERIFY-PWDHIST THRU VERIFY-PWDHIST-EXIT
               WHEN "KEYVAULT"
                   PERFORM VERIFY-KEYVAULT THRU VERIFY-KEYVAULT-EXIT
               WHEN "COMMONPASSA"
                   MOVE "LISTA PUBLICA, SIN CAMPOS PROTEGIDOS"
                       TO W07-REASON
               WHEN "COMMONPASSB"
                   MOVE "LISTA PUBLICA, SIN CAMPOS PROTEGIDOS"
                       TO W07-REASON
               WHEN OTHER
                   MOVE "FAIL" TO W06-RESULT
                   MOVE "SIN CONTROL DE VERIFICACION" TO W07-REASON
           END-EVALUATE.

           PERFORM WRITE-CERTIFICATE.

       VERIFY-CUSTMAST.
           OPEN INPUT TGT-CUSTMAST.
           IF WS-TGT-STATUS NOT = "00"
               PERFORM TEST-COPY-MISSING
               GO TO VERIFY-CUSTMAST-EXIT
           END-IF.
           OPEN INPUT SRC-CUSTMAST.
           IF WS-SRC-STATUS NOT = "00"
               PERFORM SOURCE-MISSING
               CLOSE TGT-CUSTMAST
               GO TO VERIFY-CUSTMAST-EXIT
           END-IF.
           READ TGT-CUSTMAST NEXT RECORD
               AT END SET WS-TGT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-TGT-EOF
               ADD 1 TO W03-READ
               IF W02-SKIP NOT < W01-INTERVAL
                   MOVE 0 TO W02-SKIP
                   PERFORM SAMPLE-CUSTMAST
               END-IF
               ADD 1 TO W02-SKIP
               READ TGT-CUSTMAST NEXT RECORD
                   AT END SET WS-TGT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SRC-CUSTMAST.
           CLOSE TGT-CUSTMAST.
           PERFORM SETTLE-RESULT.
       VERIFY-CUSTMAST-EXIT.
           EXIT.

      * A customer no longer in PROD has nothing to give away; a blank
      * production field has nothing to hide.
       SAMPLE-CUSTMAST.
           MOVE TCU-NUMBER TO SCU-NUMBER.
           READ SRC-CUSTMAST
               KEY IS SCU-NUMBER
               INVALID KEY CONTINUE
           END-READ.
           IF WS-SRC-FOUND
               ADD 1 TO W04-CHECKED
               IF SCU-EMAIL NOT = SPACES
                   CALL "COBOLMSKH" USING W12-SALT, SCU-EMAIL,
                       W14-PROD-HASH
                   CALL "COBOLMSKH" USING W12-SALT, TCU-EMAIL,
                       W15-TEST-HASH
                   IF W14-PROD-HASH = W15-TEST-HASH
                       ADD 1 TO W05-EXPOSED
                   END-IF
               END-IF
               IF SCU-CANONICAL NOT = SPACES
                   CALL "COBOLMSKH" USING W12-SALT, SCU-CANONICAL,
                       W14-PROD-HASH
                   CALL "COBOLMSKH" USING W12-SALT, TCU-CANONICAL,
                       W15-TEST-HASH
                   IF W14-PROD-HASH = W15-TEST-HASH
                       ADD 1 TO W05-EXPOSED
                   END-IF
               END-IF
           END-IF.

       VERIFY-PWDHIST.
           OPEN INPUT TGT-PWDHIST.
           IF WS-TGT-STATUS NOT = "00"
               PERFORM TEST-COPY-MISSING
               GO TO VERIFY-PWDHIST-EXIT
           END-IF.
           OPEN INPUT SRC-PWDHIST.
           IF WS-SRC-STATUS NOT = "00"
               PERFORM SOURCE-MISSING
               CLOSE TGT-PWDHIST
               GO TO VERIFY-PWDHIST-EXIT
           END-IF.
           READ TGT-PWDHIST NEXT RECORD
               AT END SET WS-TGT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-TGT-EOF
               ADD 1 TO W03-READ
               IF W02-SKIP NOT < W01-INTERVAL
                   MOVE 0 TO W02-SKIP
                   PERFORM SAMPLE-PWDHIST
               END-IF
               ADD 1 TO W02-SKIP
               READ TGT-PWDHIST NEXT RECORD
                   AT END SET WS-TGT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SRC-PWDHIST.
           CLOSE TGT-PWDHIST.
           PERFORM SETTLE-RESULT.
       VERIFY-PWDHIST-EXIT.
           EXIT.

       SAMPLE-PWDHIST.
           MOVE TPH-USERID TO SPH-USERID.
           READ SRC-PWDHIST
               KEY IS SPH-USERID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-SRC-FOUND
               ADD 1 TO W04-CHECKED
               IF SPH-REST NOT = SPACES
                   MOVE SPACES TO W13-HASH-INPUT
                   MOVE SPH-REST TO W13-HASH-INPUT
                   CALL "COBOLMSKH" USING W12-SALT, W13-HASH-INPUT,
                       W14-PROD-HASH
                   MOVE SPACES TO W13-HASH-INPUT
                   MOVE TPH-REST TO W13-HASH-INPUT
                   CALL "COBOLMSKH" USING W12-SALT, W13-HASH-INPUT,
                       W15-TEST-HASH
                   MOVE SPACES TO W13-HASH-INPUT
                   IF W14-PROD-HASH = W15-TEST-HASH
                       ADD 1 TO W05-EXPOSED
                   END-IF
               END-IF
           END-IF.

      * Key values are checked across records, not key by key: a PROD
      * secret that turns up under any TEST key id is just as exposed.
      * Every TEST record is checked, the vault being small.
       VERIFY-KEYVAULT.
           OPEN INPUT TGT-KEYVAULT.
           IF WS-TGT-STATUS NOT = "00"
               PERFORM TEST-COPY-MISSING
               GO TO VERIFY-KEYVAULT-EXIT
           END-IF.
           OPEN INPUT SRC-KEYVAULT.
           IF WS-SRC-STATUS NOT = "00"
               PERFORM SOURCE-MISSING
               CLOSE TGT-KEYVAULT
               GO TO VERIFY-KEYVAULT-EXIT
           END-IF.
           MOVE 0 TO W16-KEY-COUNT, W21-SURVIVED.
           MOVE "N" TO W19-KEY-FULL.
           READ SRC-KEYVAULT NEXT RECORD
               AT END SET WS-SRC-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SRC-EOF
               IF SKV-KEYVALUE NOT = SPACES
                   IF W16-KEY-COUNT < 9999
                       ADD 1 TO W16-KEY-COUNT
                       MOVE SPACES TO W13-HASH-INPUT
                       MOVE SKV-KEYVALUE TO W13-HASH-INPUT
                       CALL "COBOLMSKH" USING W12-SALT,
                           W13-HASH-INPUT, W17-KEY-HASH(W16-KEY-COUNT)
                   ELSE
                       MOVE "Y" TO W19-KEY-FULL
                   END-IF
               END-IF
               READ SRC-KEYVAULT NEXT RECORD
                   AT END SET WS-SRC-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SRC-KEYVAULT.
           MOVE SPACES TO W13-HASH-INPUT.
           IF W19-IS-FULL
               CLOSE TGT-KEYVAULT
               MOVE "FAIL" TO W06-RESULT
               MOVE "MAS DE 9999 CLAVES EN PROD" TO W07-REASON
               GO TO VERIFY-KEYVAULT-EXIT
           END-IF.

           READ TGT-KEYVAULT NEXT RECORD
               AT END SET WS-TGT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-TGT-EOF
               ADD 1 TO W03-READ
               ADD 1 TO W04-CHECKED
               IF TKV-KEYVALUE NOT = SPACES
                   PERFORM FIND-PROD-KEY
                   IF W20-IS-HIT
                       ADD 1 TO W05-EXPOSED
                       ADD 1 TO W21-SURVIVED
                   END-IF
               END-IF
               READ TGT-KEYVAULT NEXT RECORD
                   AT END SET WS-TGT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TGT-KEYVAULT.
           MOVE SPACES TO W13-HASH-INPUT.
           PERFORM SETTLE-RESULT.
           IF W21-SURVIVED > 0
               MOVE "CLAVES DE PROD PRESENTES EN TEST" TO W07-REASON
           END-IF.
       VERIFY-KEYVAULT-EXIT.
           EXIT.

       FIND-PROD-KEY.
           MOVE "N" TO W20-KEY-HIT.
           MOVE SPACES TO W13-HASH-INPUT.
           MOVE TKV-KEYVALUE TO W13-HASH-INPUT.
           CALL "COBOLMSKH" USING W12-SALT, W13-HASH-INPUT,
               W15-TEST-HASH.
           PERFORM VARYING W18-KEY-IX FROM 1 BY 1
                   UNTIL W18-KEY-IX > W16-KEY-COUNT OR W20-IS-HIT
               IF W17-KEY-HASH(W18-KEY-IX) = W15-TEST-HASH
                   MOVE "Y" TO W20-KEY-HIT
               END-IF
           END-PERFORM.

       SETTLE-RESULT.
           IF W05-EXPOSED > 0
               MOVE "FAIL" TO W06-RESULT
               MOVE "VALORES DE PROD SIN ENMASCARAR" TO W07-REASON
           ELSE
               IF W04-CHECKED = 0
                   MOVE "SIN REGISTROS COMPARABLES" TO W07-REASON
               ELSE
                   MOVE "ENMASCARADO VERIFICADO" TO W07-REASON
               END-IF
           END-IF.

      * A file that cannot be read cannot be vouched for.
       TEST-COPY-MISSING.
           MOVE "FAIL" TO W06-RESULT.
           MOVE SPACES TO W07-REASON.
           STRING "COPIA TEST NO DISPONIBLE, ESTADO " WS-TGT-STATUS
               DELIMITED BY SIZE
               INTO W07-REASON.

       SOURCE-MISSING.
           MOVE "FAIL" TO W06-RESULT.
           MOVE SPACES TO W07-REASON.
           STRING "ORIGEN NO DISPONIBLE, ESTADO " WS-SRC-STATUS
               DELIMITED BY SIZE
               INTO W07-REASON.

       WRITE-CERTIFICATE.
           IF W06-RESULT = "FAIL"
               ADD 1 TO W09-FAILED
           END-IF.
           ADD W04-CHECKED TO W10-ALL-CHECKED.
           ADD W05-EXPOSED TO W11-ALL-EXPOSED.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-FILE-NAME TO MC-FILE.
           MOVE W06-RESULT TO MC-RESULT.
           MOVE W04-CHECKED TO MC-CHECKED.
           MOVE W05-EXPOSED TO MC-EXPOSED.
           MOVE WS-RSW-NOW(1:14) TO MC-TIMESTAMP.
           MOVE WS-CORRID TO MC-CORRID.
           MOVE W07-REASON TO MC-REASON.
           WRITE MASK-CERT-RECORD.

           MOVE SPACES TO W63-RPT-LINE.
           STRING WS-FILE-NAME " " W06-RESULT
               "  LEIDOS " W03-READ "  COMPROBADOS " W04-CHECKED
               "  EXPUESTOS " W05-EXPOSED "  " W07-REASON
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           DISPLAY W63-RPT-LINE.

       WRITE-VERDICT.
           OPEN OUTPUT MASK-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-VERDICT TO MS-VERDICT.
           MOVE WS-RSW-NOW(1:14) TO MS-TIMESTAMP.
           MOVE WS-CORRID TO MS-CORRID.
           WRITE MASK-STATUS-RECORD.
           CLOSE MASK-STATUS.
