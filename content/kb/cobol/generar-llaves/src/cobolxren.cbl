       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLXREN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECTED-INVENTORY ASSIGN TO "PROTINV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-PROT-DSN
           FILE STATUS IS WS-INV-STATUS.

           SELECT KEY-VAULT ASSIGN TO "KEYVAULT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KV-KEY-ID
           FILE STATUS IS WS-VAULT-STATUS.

           SELECT WORK-CLEAR ASSIGN TO "XRENWORK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PROTECTED-INVENTORY.
       01 PROTECTED-INVENTORY-RECORD.
           05 PI-PROT-DSN  PIC X(10).
           05 PI-PURPOSE   PIC X(20).
           05 PI-KEY-ID    PIC X(30).
           05 PI-CREATED   PIC X(14).
           05 PI-CALLER    PIC X(10).
           05 PI-STATUS    PIC X(01).
               88 PI-KEPT  VALUE "K".
               88 PI-GONE  VALUE "G".

       FD KEY-VAULT.
       01 KEY-VAULT-RECORD.
           02 KV-KEY-ID    PIC X(30).
           02 KV-PURPOSE   PIC X(20).
           02 KV-TIMESTAMP PIC X(15).
           02 KV-KEYVALUE  PIC X(32).
           02 KV-STATUS    PIC X(01).
               88 KV-IS-ACTIVE  VALUE "A".
               88 KV-IS-RETIRED VALUE "R".

       FD WORK-CLEAR.
       01 WORK-CLEAR-RECORD PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS   PIC X(02) VALUE "00".
           88 WS-INV-EOF      VALUE "10".
       01 WS-VAULT-STATUS PIC X(02) VALUE "00".
           88 WS-VAULT-FOUND    VALUE "00".
           88 WS-VAULT-NOTFOUND VALUE "23".
       01 WS-WORK-STATUS  PIC X(02) VALUE "00".
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLXREN".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-CALLER         PIC X(10) VALUE "COBOLXREN".
       01 W02-WORK-DSN       PIC X(10) VALUE "XRENWORK".
       01 W03-FILE-COUNT     PIC 9(03) VALUE 0.
       01 W04-FILE-TABLE.
           05 W04-FILE OCCURS 200 TIMES.
               10 W04-PROT-DSN PIC X(10).
               10 W04-PURPOSE  PIC X(20).
               10 W04-KEY-ID   PIC X(30).
               10 W04-OUTCOME  PIC X(01).
                   88 W04-REPROTECTED VALUE "Y".
                   88 W04-MISSING     VALUE "G".
                   88 W04-FAILED      VALUE "E".
       01 W05-SUB            PIC 9(03) VALUE 0.
       01 W06-XUNP-RESULT    PIC X(01).
           88 W06-RECOVERED  VALUE "Y".
           88 W06-IO-ERROR   VALUE "E".
       01 W07-XPRT-RESULT    PIC X(01).
           88 W07-PROTECTED  VALUE "Y".
       01 W08-PROT-DSN       PIC X(10) VALUE SPACES.
       01 W09-PURPOSE        PIC X(20) VALUE SPACES.
       01 W10-INVENTORIED    PIC 9(07) VALUE 0.
       01 W11-CURRENT        PIC 9(07) VALUE 0.
       01 W12-REPROTECTED    PIC 9(07) VALUE 0.
       01 W13-MISSING        PIC 9(07) VALUE 0.
       01 W14-FAILED         PIC 9(07) VALUE 0.
       01 W15-OVERFLOW       PIC X(01) VALUE "N".
           88 W15-TABLE-FULL VALUE "Y".
       01 W16-FATAL          PIC X(01) VALUE "N".
           88 W16-NO-INVENTORY VALUE "Y".
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "XRENRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "REPROTECCION DE ARCHIVOS BAJO LLAVES RETIRADAS".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      * Re-encryption after key rotation.  Every PROTINV entry still
      * kept under a key COBOLVROT has retired is recovered through
      * COBOLXUNP into a work file and protected again through
      * COBOLXPRT, which puts the purpose's active key in the header
      * and in the inventory.  The work file is emptied after each
      * file.  A protected file that no longer exists is marked gone
      * so rotation stops warning about it.  This job needs a KEYACL
      * entry for every purpose it re-protects.  Ends 04 when a file
      * could not be re-protected or the run hit the table limit, 08
      * when PROTINV or KEYVAULT cannot be read.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           PERFORM COLLECT-RETIRED-FILES
               THRU COLLECT-RETIRED-FILES-EXIT.
           IF NOT W16-NO-INVENTORY
               PERFORM REPROTECT-FILES
               PERFORM MARK-MISSING-FILES
               PERFORM REPORT-FILES
           END-IF.

           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "INVENTARIADOS " W10-INVENTORIED
               " AL DIA " W11-CURRENT
               " REPROTEGIDOS " W12-REPROTECTED
               " NO EXISTEN " W13-MISSING
               " CON ERROR " W14-FAILED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W15-TABLE-FULL
               MOVE "** QUEDAN ARCHIVOS PARA LA PROXIMA CORRIDA"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REPROTEGIDOS" TO WS-RSW-CTR-NAME(1).
           MOVE W12-REPROTECTED TO WS-RSW-CTR-VALUE(1).
           MOVE "NO EXISTEN" TO WS-RSW-CTR-NAME(2).
           MOVE W13-MISSING TO WS-RSW-CTR-VALUE(2).
           MOVE "CON ERROR" TO WS-RSW-CTR-NAME(3).
           MOVE W14-FAILED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Archivos reprotegidos: " W12-REPROTECTED.
           EVALUATE TRUE
               WHEN W16-NO-INVENTORY
                   MOVE 8 TO RETURN-CODE
               WHEN W14-FAILED > 0 OR W15-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * The inventory is only read here: COBOLXPRT rewrites the
      * entries itself as each file is protected again.
       COLLECT-RETIRED-FILES.
           MOVE "00" TO WS-INV-STATUS.
           OPEN INPUT PROTECTED-INVENTORY.
           IF WS-INV-STATUS NOT = "00"
               MOVE "Y" TO W16-FATAL
               MOVE SPACES TO W63-RPT-LINE
               STRING "PROTINV NO DISPONIBLE, ESTADO " WS-INV-STATUS
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO COLLECT-RETIRED-FILES-EXIT
           END-IF.
           MOVE "00" TO WS-VAULT-STATUS.
           OPEN INPUT KEY-VAULT.
           IF WS-VAULT-STATUS NOT = "00"
               CLOSE PROTECTED-INVENTORY
               MOVE "Y" TO W16-FATAL
               MOVE SPACES TO W63-RPT-LINE
               STRING "KEYVAULT NO DISPONIBLE, ESTADO " WS-VAULT-STATUS
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO COLLECT-RETIRED-FILES-EXIT
           END-IF.

           READ PROTECTED-INVENTORY NEXT RECORD
               AT END SET WS-INV-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-INV-EOF
               IF PI-KEPT
                   ADD 1 TO W10-INVENTORIED
                   PERFORM CHECK-ONE-FILE
               END-IF
               READ PROTECTED-INVENTORY NEXT RECORD
                   AT END SET WS-INV-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE KEY-VAULT.
           CLOSE PROTECTED-INVENTORY.
       COLLECT-RETIRED-FILES-EXIT.
           EXIT.

      * A key ID the vault no longer holds cannot be recovered here;
      * it is listed for the key custodians instead.
       CHECK-ONE-FILE.
           MOVE PI-KEY-ID TO KV-KEY-ID.
           READ KEY-VAULT
               KEY IS KV-KEY-ID
               INVALID KEY SET WS-VAULT-NOTFOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-VAULT-NOTFOUND
                   ADD 1 TO W14-FAILED
                   MOVE SPACES TO W63-RPT-LINE
                   STRING PI-PROT-DSN " " PI-PURPOSE " " PI-KEY-ID
                       " LLAVE INEXISTENTE EN KEYVAULT"
                       DELIMITED BY SIZE
                       INTO W63-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN KV-IS-RETIRED
                   IF W03-FILE-COUNT < 200
                       ADD 1 TO W03-FILE-COUNT
                       MOVE PI-PROT-DSN
                           TO W04-PROT-DSN(W03-FILE-COUNT)
                       MOVE PI-PURPOSE
                           TO W04-PURPOSE(W03-FILE-COUNT)
                       MOVE PI-KEY-ID
                           TO W04-KEY-ID(W03-FILE-COUNT)
                       MOVE SPACE TO W04-OUTCOME(W03-FILE-COUNT)
                   ELSE
                       MOVE "Y" TO W15-OVERFLOW
                   END-IF
               WHEN OTHER
                   ADD 1 TO W11-CURRENT
           END-EVALUATE.

       REPROTECT-FILES.
           PERFORM VARYING W05-SUB FROM 1 BY 1
                   UNTIL W05-SUB > W03-FILE-COUNT
               MOVE W04-PROT-DSN(W05-SUB) TO W08-PROT-DSN
               MOVE W04-PURPOSE(W05-SUB)  TO W09-PURPOSE
               CALL "COBOLXUNP" USING W01-CALLER, W08-PROT-DSN,
                   W02-WORK-DSN, W06-XUNP-RESULT
               EVALUATE TRUE
                   WHEN W06-RECOVERED
                       CALL "COBOLXPRT" USING W01-CALLER,
                           W09-PURPOSE, W02-WORK-DSN, W08-PROT-DSN,
                           W07-XPRT-RESULT
                       IF W07-PROTECTED
                           SET W04-REPROTECTED(W05-SUB) TO TRUE
                           ADD 1 TO W12-REPROTECTED
                       ELSE
                           SET W04-FAILED(W05-SUB) TO TRUE
                           ADD 1 TO W14-FAILED
                       END-IF
                       PERFORM CLEAR-WORK-FILE
                   WHEN W06-IO-ERROR
                       SET W04-MISSING(W05-SUB) TO TRUE
                       ADD 1 TO W13-MISSING
                   WHEN OTHER
                       SET W04-FAILED(W05-SUB) TO TRUE
                       ADD 1 TO W14-FAILED
               END-EVALUATE
           END-PERFORM.

       CLEAR-WORK-FILE.
           OPEN OUTPUT WORK-CLEAR.
           CLOSE WORK-CLEAR.

       MARK-MISSING-FILES.
           IF W13-MISSING > 0
               MOVE "00" TO WS-INV-STATUS
               OPEN I-O PROTECTED-INVENTORY
               IF WS-INV-STATUS = "00"
                   PERFORM VARYING W05-SUB FROM 1 BY 1
                           UNTIL W05-SUB > W03-FILE-COUNT
                       IF W04-MISSING(W05-SUB)
                           MOVE W04-PROT-DSN(W05-SUB) TO PI-PROT-DSN
                           READ PROTECTED-INVENTORY
                               KEY IS PI-PROT-DSN
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   SET PI-GONE TO TRUE
                                   REWRITE PROTECTED-INVENTORY-RECORD
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE PROTECTED-INVENTORY
               END-IF
           END-IF.

       REPORT-FILES.
           MOVE SPACES TO W63-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF W03-FILE-COUNT = 0
               MOVE "NINGUN ARCHIVO PROTEGIDO BAJO LLAVES RETIRADAS"
                   TO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO W63-RPT-LINE
               STRING "ARCHIVO    PROPOSITO            "
                   "LLAVE ANTERIOR                 RESULTADO"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING W05-SUB FROM 1 BY 1
                   UNTIL W05-SUB > W03-FILE-COUNT
               MOVE SPACES TO W63-RPT-LINE
               EVALUATE TRUE
                   WHEN W04-REPROTECTED(W05-SUB)
                       STRING W04-PROT-DSN(W05-SUB) " "
                           W04-PURPOSE(W05-SUB) " "
                           W04-KEY-ID(W05-SUB) " REPROTEGIDO"
                           DELIMITED BY SIZE
                           INTO W63-RPT-LINE
                   WHEN W04-MISSING(W05-SUB)
                       STRING W04-PROT-DSN(W05-SUB) " "
                           W04-PURPOSE(W05-SUB) " "
                           W04-KEY-ID(W05-SUB)
                           " NO EXISTE, BAJA DEL INVENTARIO"
                           DELIMITED BY SIZE
                           INTO W63-RPT-LINE
                   WHEN OTHER
                       STRING W04-PROT-DSN(W05-SUB) " "
                           W04-PURPOSE(W05-SUB) " "
                           W04-KEY-ID(W05-SUB)
                           " ** NO SE PUDO REPROTEGER"
                           DELIMITED BY SIZE
                           INTO W63-RPT-LINE
               END-EVALUATE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
