       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLCDCX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL ASSIGN TO "MFJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JN-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CDC-MARK ASSIGN TO "CDCHWM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HWM-STATUS.

           SELECT CDC-EXTRACT ASSIGN TO "CUSTCDC"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD MASTER-JOURNAL.
       01 JOURNAL-RECORD.
           05 JN-KEY.
               10 JN-TIMESTAMP PIC X(14).
               10 JN-SEQ       PIC 9(04).
           05 JN-PROGRAM    PIC X(10).
           05 JN-CORRID     PIC X(12).
           05 JN-FILENAME   PIC X(10).
           05 JN-ACTION     PIC X(01).
               88 JN-ACTION-ADD    VALUE "A".
               88 JN-ACTION-UPDATE VALUE "U".
               88 JN-ACTION-DELETE VALUE "D".
           05 JN-RECORD-KEY PIC X(256).
           05 JN-BEFORE     PIC X(600).
           05 JN-AFTER      PIC X(600).

       FD CDC-MARK.
       01 CDC-MARK-RECORD.
           05 HW-LAST-KEY   PIC X(18).
           05 HW-RUN-TS     PIC X(14).
           05 HW-CORRID     PIC X(12).
           05 HW-EXTRACTED  PIC 9(07).

       FD CDC-EXTRACT.
       01 CDC-EXTRACT-RECORD.
           05 CX-CUST-NUMBER       PIC 9(10).
           05 CX-ACTION            PIC X(01).
           05 CX-CHANGED-TS        PIC X(14).
           05 CX-FIELDS            PIC X(80).
           05 CX-CANONICAL-EMAIL   PIC X(256).
           05 CX-EMAIL             PIC X(256).
           05 CX-VERIFIED          PIC X(01).
           05 CX-VERIF-DATE        PIC X(08).
           05 CX-UNDELIVERABLE     PIC X(01).
           05 CX-BOUNCE-COUNT      PIC 9(03).
           05 CX-LAST-BOUNCE       PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE "00".
           88 WS-JOURNAL-EOF VALUE "10".
       01 WS-HWM-STATUS      PIC X(02) VALUE "00".
       01 WS-EXT-STATUS      PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLCDCX".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-CUST-TABLE.
           05 W01-CUST-ENTRY OCCURS 10000 TIMES.
               10 W01-CUST-NUMBER PIC 9(10).
               10 W01-FIRST-KEY   PIC X(18).
               10 W01-LAST-KEY    PIC X(18).
       01 W02-CUST-COUNT     PIC 9(05) VALUE 0.
       01 W03-IDX            PIC 9(05) VALUE 0.
       01 W04-FOUND-IDX      PIC 9(05) VALUE 0.
       01 W05-OVERFLOW       PIC X(01) VALUE "N".
           88 W05-TABLE-FULL VALUE "Y".
       01 W06-START-KEY      PIC X(18) VALUE SPACES.
       01 W07-LAST-KEY       PIC X(18) VALUE SPACES.
       01 W08-CUST-KEY       PIC 9(10) VALUE 0.
       01 W09-ENTRIES        PIC 9(07) VALUE 0.
       01 W10-EXTRACTED      PIC 9(07) VALUE 0.
       01 W11-NO-EFFECT      PIC 9(07) VALUE 0.
       01 W12-FIRST-ACTION   PIC X(01) VALUE SPACE.
       01 W13-LAST-ACTION    PIC X(01) VALUE SPACE.
       01 W14-CHANGED-TS     PIC X(14) VALUE SPACES.
       01 W15-BEFORE-IMAGE.
           05 BI-CUST-NUMBER       PIC 9(10).
           05 BI-CANONICAL-EMAIL   PIC X(256).
           05 BI-EMAIL             PIC X(256).
           05 BI-VERIFIED          PIC X(01).
           05 BI-VERIF-DATE        PIC X(08).
           05 BI-UNDELIVERABLE     PIC X(01).
           05 BI-BOUNCE-COUNT      PIC 9(03).
           05 BI-LAST-BOUNCE       PIC X(08).
       01 W16-AFTER-IMAGE.
           05 AI-CUST-NUMBER       PIC 9(10).
           05 AI-CANONICAL-EMAIL   PIC X(256).
           05 AI-EMAIL             PIC X(256).
           05 AI-VERIFIED          PIC X(01).
           05 AI-VERIF-DATE        PIC X(08).
           05 AI-UNDELIVERABLE     PIC X(01).
           05 AI-BOUNCE-COUNT      PIC 9(03).
           05 AI-LAST-BOUNCE       PIC X(08).
       01 W17-FIELDS         PIC X(80) VALUE SPACES.
       01 W18-FIELDS-PTR     PIC 9(03) VALUE 1.
       01 W19-IO-RESULT      PIC X(01) VALUE " ".
           88 W19-IO-OK      VALUE "Y".
       01 W20-MFT-DSN        PIC X(10) VALUE "CUSTCDCMFT".
       01 W21-CHECKSUM       PIC 9(09) VALUE 0.
       01 W22-KEY-BYTES      PIC X(16) VALUE SPACES.
       01 W23-TRLM-RESULT    PIC X(01).
           88 W23-MFT-WRITTEN VALUE "Y".
       01 W24-EXTRACT-DSN    PIC X(10) VALUE "CUSTCDC".

      * Nightly delta of CUSTMAST for the CRM and marketing feeds,
      * built from the before/after images COBOLJRNW keeps in
      * MFJOURNAL instead of from a full copy of the master.  Every
      * journal entry after the mark in CDCHWM is folded per customer:
      * the first before-image against the last after-image gives one
      * I(nsert), U(pdate) or D(elete) record with the list of fields
      * that differ.  An add later deleted in the same window nets to
      * nothing and is not sent.  Entries stamped in the second the
      * run started are left for tomorrow so a late writer cannot
      * slip in behind the mark.  The mark only moves once CUSTCDC
      * and its manifest are both written, so a failed run is simply
      * rerun; to resend a window, put the key to restart after in
      * CDCHWM.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT CDC-MARK.
           IF WS-HWM-STATUS = "00"
               READ CDC-MARK
                   AT END MOVE SPACES TO CDC-MARK-RECORD
               END-READ
               MOVE HW-LAST-KEY TO W06-START-KEY
               CLOSE CDC-MARK
           END-IF.
           MOVE W06-START-KEY TO W07-LAST-KEY.
           DISPLAY "Desde marca: " W06-START-KEY.

           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MFJOURNAL no disponible: " WS-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CDC-EXTRACT.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "CUSTCDC no disponible: " WS-EXT-STATUS
               CLOSE MASTER-JOURNAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COLLECT-CHANGES.
           IF W05-TABLE-FULL
               DISPLAY "Tabla de clientes llena; resto en la proxima "
                       "corrida desde " W07-LAST-KEY
           END-IF.

           PERFORM VARYING W03-IDX FROM 1 BY 1
               UNTIL W03-IDX > W02-CUST-COUNT
               PERFORM EMIT-ONE-CUSTOMER THRU EMIT-ONE-CUSTOMER-EXIT
           END-PERFORM.

           CLOSE MASTER-JOURNAL.
           CLOSE CDC-EXTRACT.

           CALL "COBOLTRLM" USING W20-MFT-DSN, W10-EXTRACTED,
                                   W21-CHECKSUM, W23-TRLM-RESULT,
                                   W24-EXTRACT-DSN.
           IF W23-MFT-WRITTEN
               PERFORM SAVE-MARK
           ELSE
               DISPLAY "CUSTCDCMFT sin escribir o sin firma; marca fija"
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "ENTRADAS" TO WS-RSW-CTR-NAME(1).
           MOVE W09-ENTRIES TO WS-RSW-CTR-VALUE(1).
           MOVE "EXTRAIDOS" TO WS-RSW-CTR-NAME(2).
           MOVE W10-EXTRACTED TO WS-RSW-CTR-VALUE(2).
           MOVE "SIN EFECTO" TO WS-RSW-CTR-NAME(3).
           MOVE W11-NO-EFFECT TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Entradas de journal: " W09-ENTRIES.
           DISPLAY "Clientes extraidos: " W10-EXTRACTED.
           DISPLAY "Sin efecto neto: " W11-NO-EFFECT.
           DISPLAY "Nueva marca: " W07-LAST-KEY.

           GOBACK.

      * One pass from the mark keeps, per customer, the journal keys
      * of the first and the last entry; the images are read back by
      * key when the record is built.
       COLLECT-CHANGES.
           MOVE W06-START-KEY TO JN-KEY.
           START MASTER-JOURNAL KEY IS GREATER THAN JN-KEY
               INVALID KEY SET WS-JOURNAL-EOF TO TRUE
           END-START.
           IF NOT WS-JOURNAL-EOF
               READ MASTER-JOURNAL NEXT RECORD
                   AT END SET WS-JOURNAL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-JOURNAL-EOF OR W05-TABLE-FULL
               IF JN-TIMESTAMP NOT < WS-RSW-START
                   SET WS-JOURNAL-EOF TO TRUE
               ELSE
                   IF JN-FILENAME = "CUSTMAST"
                       PERFORM NOTE-CUSTOMER-ENTRY
                   END-IF
                   IF NOT W05-TABLE-FULL
                       MOVE JN-KEY TO W07-LAST-KEY
                       READ MASTER-JOURNAL NEXT RECORD
                           AT END SET WS-JOURNAL-EOF TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-CUSTOMER-ENTRY.
           MOVE JN-RECORD-KEY(1:10) TO W08-CUST-KEY.
           MOVE 0 TO W04-FOUND-IDX.
           PERFORM VARYING W03-IDX FROM 1 BY 1
               UNTIL W03-IDX > W02-CUST-COUNT OR W04-FOUND-IDX > 0
               IF W01-CUST-NUMBER(W03-IDX) = W08-CUST-KEY
                   MOVE W03-IDX TO W04-FOUND-IDX
               END-IF
           END-PERFORM.
           IF W04-FOUND-IDX > 0
               MOVE JN-KEY TO W01-LAST-KEY(W04-FOUND-IDX)
               ADD 1 TO W09-ENTRIES
           ELSE
               IF W02-CUST-COUNT = 10000
                   MOVE "Y" TO W05-OVERFLOW
               ELSE
                   ADD 1 TO W02-CUST-COUNT
                   MOVE W08-CUST-KEY
                       TO W01-CUST-NUMBER(W02-CUST-COUNT)
                   MOVE JN-KEY TO W01-FIRST-KEY(W02-CUST-COUNT)
                   MOVE JN-KEY TO W01-LAST-KEY(W02-CUST-COUNT)
                   ADD 1 TO W09-ENTRIES
               END-IF
           END-IF.

      * Net effect over the window: first action A means the record
      * is new to the feed, last action D means it is gone, anything
      * else is an update whose field list may turn out empty.
       EMIT-ONE-CUSTOMER.
           MOVE W01-FIRST-KEY(W03-IDX) TO JN-KEY.
           PERFORM READ-JOURNAL-ENTRY.
           IF NOT W19-IO-OK
               ADD 1 TO W11-NO-EFFECT
               GO TO EMIT-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE JN-ACTION TO W12-FIRST-ACTION.
           MOVE JN-BEFORE(1:543) TO W15-BEFORE-IMAGE.

           MOVE W01-LAST-KEY(W03-IDX) TO JN-KEY.
           PERFORM READ-JOURNAL-ENTRY.
           IF NOT W19-IO-OK
               ADD 1 TO W11-NO-EFFECT
               GO TO EMIT-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE JN-ACTION TO W13-LAST-ACTION.
           MOVE JN-AFTER(1:543) TO W16-AFTER-IMAGE.
           MOVE JN-TIMESTAMP TO W14-CHANGED-TS.

           IF W12-FIRST-ACTION = "A" AND W13-LAST-ACTION = "D"
               ADD 1 TO W11-NO-EFFECT
               GO TO EMIT-ONE-CUSTOMER-EXIT
           END-IF.
           IF W12-FIRST-ACTION = "A"
               MOVE SPACES TO W15-BEFORE-IMAGE
           END-IF.
           IF W13-LAST-ACTION = "D"
               MOVE SPACES TO W16-AFTER-IMAGE
           END-IF.

           PERFORM BUILD-FIELD-LIST.
           IF W17-FIELDS = SPACES
               ADD 1 TO W11-NO-EFFECT
               GO TO EMIT-ONE-CUSTOMER-EXIT
           END-IF.

           MOVE SPACES TO CDC-EXTRACT-RECORD.
           MOVE W01-CUST-NUMBER(W03-IDX) TO CX-CUST-NUMBER.
           MOVE W14-CHANGED-TS TO CX-CHANGED-TS.
           MOVE W17-FIELDS TO CX-FIELDS.
           EVALUATE TRUE
               WHEN W12-FIRST-ACTION = "A"
                   MOVE "I" TO CX-ACTION
               WHEN W13-LAST-ACTION = "D"
                   MOVE "D" TO CX-ACTION
               WHEN OTHER
                   MOVE "U" TO CX-ACTION
           END-EVALUATE.
           IF W13-LAST-ACTION = "D"
               MOVE BI-CANONICAL-EMAIL TO CX-CANONICAL-EMAIL
               MOVE BI-EMAIL           TO CX-EMAIL
               MOVE BI-VERIFIED        TO CX-VERIFIED
               MOVE BI-VERIF-DATE      TO CX-VERIF-DATE
               MOVE BI-UNDELIVERABLE   TO CX-UNDELIVERABLE
               MOVE BI-BOUNCE-COUNT    TO CX-BOUNCE-COUNT
               MOVE BI-LAST-BOUNCE     TO CX-LAST-BOUNCE
           ELSE
               MOVE AI-CANONICAL-EMAIL TO CX-CANONICAL-EMAIL
               MOVE AI-EMAIL           TO CX-EMAIL
               MOVE AI-VERIFIED        TO CX-VERIFIED
               MOVE AI-VERIF-DATE      TO CX-VERIF-DATE
               MOVE AI-UNDELIVERABLE   TO CX-UNDELIVERABLE
               MOVE AI-BOUNCE-COUNT    TO CX-BOUNCE-COUNT
               MOVE AI-LAST-BOUNCE     TO CX-LAST-BOUNCE
           END-IF.
           WRITE CDC-EXTRACT-RECORD.
           ADD 1 TO W10-EXTRACTED.
           MOVE SPACES TO W22-KEY-BYTES.
           MOVE CDC-EXTRACT-RECORD(1:16) TO W22-KEY-BYTES.
           CALL "COBOLTRLC" USING W22-KEY-BYTES, W21-CHECKSUM.

       EMIT-ONE-CUSTOMER-EXIT.
           EXIT.

       READ-JOURNAL-ENTRY.
           READ MASTER-JOURNAL
               KEY IS JN-KEY
               INVALID KEY MOVE "N" TO W19-IO-RESULT
               NOT INVALID KEY MOVE "Y" TO W19-IO-RESULT
           END-READ.

       BUILD-FIELD-LIST.
           MOVE SPACES TO W17-FIELDS.
           MOVE 1 TO W18-FIELDS-PTR.
           IF BI-CANONICAL-EMAIL NOT = AI-CANONICAL-EMAIL
               STRING "CANONICAL," DELIMITED BY SIZE
                   INTO W17-FIELDS WITH POINTER W18-FIELDS-PTR
           END-IF.
           IF BI-EMAIL NOT = AI-EMAIL
               STRING "EMAIL," DELIMITED BY SIZE
                   INTO W17-FIELDS WITH POINTER W18-FIELDS-PTR
           END-IF.
           IF BI-VERIFIED NOT = AI-VERIFIED
               STRING "VERIFIED," DELIMITED BY SIZE
                   INTO W17-FIELDS WITH POINTER W18-FIELDS-PTR
           END-IF.
           IF BI-VERIF-DATE NOT = AI-VERIF-DATE
               STRING "VERIF-DATE," DELIMITED BY SIZE
                   INTO W17-FIELDS WITH POINTER W18-FIELDS-PTR
           END-IF.
           IF BI-UNDELIVERABLE NOT = AI-UNDELIVERABLE
               STRING "UNDELIVERABLE," DELIMITED BY SIZE
                   INTO W17-FIELDS WITH POINTER W18-FIELDS-PTR
           END-IF.
           IF BI-BOUNCE-COUNT NOT = AI-BOUNCE-COUNT
               STRING "BOUNCE-COUNT," DELIMITED BY SIZE
                   INTO W17-FIELDS WITH POINTER W18-FIELDS-PTR
           END-IF.
           IF BI-LAST-BOUNCE NOT = AI-LAST-BOUNCE
               STRING "LAST-BOUNCE," DELIMITED BY SIZE
                   INTO W17-FIELDS WITH POINTER W18-FIELDS-PTR
           END-IF.
           IF W18-FIELDS-PTR > 1
               MOVE SPACE TO W17-FIELDS(W18-FIELDS-PTR - 1:1)
           END-IF.

       SAVE-MARK.
           OPEN OUTPUT CDC-MARK.
           IF WS-HWM-STATUS NOT = "00"
               DISPLAY "CDCHWM no disponible: " WS-HWM-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE W07-LAST-KEY TO HW-LAST-KEY
               MOVE WS-RSW-START TO HW-RUN-TS
               MOVE WS-CORRID    TO HW-CORRID
               MOVE W10-EXTRACTED TO HW-EXTRACTED
               WRITE CDC-MARK-RECORD
               CLOSE CDC-MARK
           END-IF.
