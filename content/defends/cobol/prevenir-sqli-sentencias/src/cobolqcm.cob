           05 QC-FREQ-DAY    PIC 9(01).
           05 QC-ACTIVE      PIC X(01).
               88 QC-IS-ACTIVE VALUE "Y".
           05 QC-DELTA       PIC X(01).
               88 QC-DELTA-MODE VALUE "Y".
           05 QC-KEY-COLS    PIC 9(01).

       FD CATALOG-AUDIT.
       01 CATALOG-AUDIT-RECORD.
           88 W06-INQUIRE      VALUE "I".
       01 W07-QUERY-NAME     PIC X(10) VALUE SPACES.
       01 W08-SUB            PIC 9(02) VALUE 0.
       01 W09-FRZ-FILE       PIC X(10) VALUE "QRYCAT".
       01 W10-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W10-FRZ-REFUSED VALUE "N".
       01 W11-SHOWN-RECORD.
           05 W11-NAME        PIC X(10).
           05 W11-TABLE       PIC X(30).
           05 W11-COLUMNS     PIC X(100).
           05 W11-WHERE-COUNT PIC 9(02).
           05 W11-WHERE-PARMS PIC X(470).
           05 W11-OUTPUT-DSN  PIC X(10).
           05 W11-FREQ        PIC X(01).
           05 W11-FREQ-DAY    PIC 9(01).
           05 W11-ACTIVE      PIC X(01).
           05 W11-DELTA       PIC X(01).
           05 W11-KEY-COLS    PIC 9(01).
       01 W12-EDITED-RECORD  PIC X(627) VALUE SPACES.
       01 W13-EDIT-CONFLICT  PIC X(01) VALUE "N".
           88 W13-IS-CONFLICT VALUE "Y".
       01 W14-CNF-PROGRAM    PIC X(10) VALUE "COBOLQCM".
       01 W15-CNF-KEY        PIC X(30) VALUE SPACES.
       01 W16-CNF-FIELDS     PIC X(60) VALUE SPACES.
       01 W17-CNF-PTR        PIC 9(03) VALUE 1.
       01 W18-CNF-NAME       PIC X(12) VALUE SPACES.
       01 W19-CNF-COUNT      PIC 9(05) VALUE 0.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       PROCEDURE DIVISION.
      * Saved-query catalog maintenance: the recurring extracts
      * operations asks for become named QRYCAT entries the
      * COBOLQCRUN runner executes on schedule, instead of one-off
      * driver programs around COBOLQSVC.  An update is only saved
      * if the entry still reads as it did when the transaction
      * started; otherwise the operator sees what the other person
      * changed and has to start again.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           CALL "COBOLSCTX" USING W90-CTX-ACTION, W01-SESSION-TOKEN.
               KEY IS QC-NAME
               INVALID KEY SET WS-CAT-NOTFOUND TO TRUE
           END-READ.
           IF WS-CAT-FOUND
               MOVE QUERY-CATALOG-RECORD TO W11-SHOWN-RECORD
           END-IF.

           IF W06-ADD OR W06-UPDATE OR W06-DELETE
               CALL "COBOLFRZC" USING W09-FRZ-FILE, W02-OPERATOR,
                                       W10-FRZ-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN W10-FRZ-REFUSED
                   CONTINUE
               WHEN W06-ADD
                   PERFORM ADD-ENTRY
               WHEN W06-UPDATE
               DISPLAY "No existe una consulta con ese nombre"
           ELSE
               PERFORM ACCEPT-CATALOG-FIELDS
               MOVE QUERY-CATALOG-RECORD TO W12-EDITED-RECORD
               PERFORM CHECK-EDIT-CONFLICT
               IF NOT W13-IS-CONFLICT
                   MOVE W12-EDITED-RECORD TO QUERY-CATALOG-RECORD
                   REWRITE QUERY-CATALOG-RECORD
                   DISPLAY "Consulta actualizada"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       DELETE-ENTRY.
               DISPLAY "Destino: " QC-OUTPUT-DSN
               DISPLAY "Frecuencia: " QC-FREQ " dia " QC-FREQ-DAY
               DISPLAY "Activa: " QC-ACTIVE
               DISPLAY "Solo cambios: " QC-DELTA
                   " columnas clave " QC-KEY-COLS
           END-IF.

       ACCEPT-CATALOG-FIELDS.
           ACCEPT QC-FREQ-DAY.
           DISPLAY "Activa (Y/N): ".
           ACCEPT QC-ACTIVE.
           DISPLAY "Solo cambios desde la corrida anterior (Y/N): ".
           ACCEPT QC-DELTA.
           DISPLAY "Columnas clave para comparar (1-9): ".
           ACCEPT QC-KEY-COLS.
           IF QC-KEY-COLS = 0
               MOVE 1 TO QC-KEY-COLS
           END-IF.

       WRITE-AUDIT.
           OPEN EXTEND CATALOG-AUDIT.
           MOVE QC-TABLE       TO QM-TABLE.
           WRITE CATALOG-AUDIT-RECORD.
           CLOSE CATALOG-AUDIT.

      * The entry is read again just before the save and compared
      * with what was shown.  If another operator changed or removed
      * it in between, what moved is shown, the current entry is
      * redisplayed and nothing is saved; COBOLEDCF logs and counts
      * the conflict.
       CHECK-EDIT-CONFLICT.
           MOVE "N" TO W13-EDIT-CONFLICT.
           MOVE SPACES TO W16-CNF-FIELDS.
           MOVE 1 TO W17-CNF-PTR.
           MOVE W07-QUERY-NAME TO W15-CNF-KEY.
           MOVE "00" TO WS-CAT-STATUS.
           MOVE W07-QUERY-NAME TO QC-NAME.
           READ QUERY-CATALOG
               KEY IS QC-NAME
               INVALID KEY SET WS-CAT-NOTFOUND TO TRUE
           END-READ.
           IF WS-CAT-NOTFOUND
               DISPLAY "Otro operador elimino la consulta mientras "
                   "la editaba"
               MOVE "BAJA" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
           ELSE
               PERFORM COMPARE-SHOWN-ENTRY
           END-IF.
           IF W13-IS-CONFLICT
               CALL "COBOLEDCF" USING W14-CNF-PROGRAM, W09-FRZ-FILE,
                   W15-CNF-KEY, W02-OPERATOR, W16-CNF-FIELDS,
                   W19-CNF-COUNT
               DISPLAY "El cambio no se grabo; vuelva a mostrar la "
                   "consulta antes de guardar"
               DISPLAY "Conflictos registrados en esta consulta: "
                   W19-CNF-COUNT
               IF WS-CAT-FOUND
                   DISPLAY "Consulta actual:"
                   PERFORM INQUIRE-ENTRY
               END-IF
           END-IF.

       COMPARE-SHOWN-ENTRY.
           IF QC-TABLE NOT = W11-TABLE
               MOVE "TABLA" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Tabla era: " W11-TABLE "  ahora: " QC-TABLE
           END-IF.
           IF QC-COLUMNS NOT = W11-COLUMNS
               MOVE "COLUMNAS" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Columnas eran: " W11-COLUMNS
               DISPLAY "          ahora: " QC-COLUMNS
           END-IF.
           IF QC-WHERE-COUNT NOT = W11-WHERE-COUNT
               OR QC-WHERE-PARMS NOT = W11-WHERE-PARMS
               MOVE "CRITERIOS" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Criterios eran: " W11-WHERE-COUNT
                   "  ahora: " QC-WHERE-COUNT " (ver detalle abajo)"
           END-IF.
           IF QC-OUTPUT-DSN NOT = W11-OUTPUT-DSN
               MOVE "DESTINO" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Destino era: " W11-OUTPUT-DSN
                   "  ahora: " QC-OUTPUT-DSN
           END-IF.
           IF QC-FREQ NOT = W11-FREQ
               OR QC-FREQ-DAY NOT = W11-FREQ-DAY
               MOVE "FRECUENCIA" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Frecuencia era: " W11-FREQ " dia "
                   W11-FREQ-DAY "  ahora: " QC-FREQ " dia " QC-FREQ-DAY
           END-IF.
           IF QC-ACTIVE NOT = W11-ACTIVE
               MOVE "ACTIVA" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Activa era: " W11-ACTIVE
                   "  ahora: " QC-ACTIVE
           END-IF.
           IF QC-DELTA NOT = W11-DELTA
               OR QC-KEY-COLS NOT = W11-KEY-COLS
               MOVE "CAMBIOS" TO W18-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Solo cambios era: " W11-DELTA " clave "
                   W11-KEY-COLS "  ahora: " QC-DELTA " clave "
                   QC-KEY-COLS
           END-IF.

       NOTE-CONFLICT-FIELD.
           MOVE "Y" TO W13-EDIT-CONFLICT.
           STRING W18-CNF-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO W16-CNF-FIELDS
                  WITH POINTER W17-CNF-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
