           02 FD-SENSITIVITY PIC X(01).
               88 FD-SENS-PUBLIC     VALUES "P", " ".
               88 FD-SENS-INTERNAL   VALUE "I".
               88 FD-SENS-RESTRICTED VALUES "R", "T".

       FD DICT-AUDIT.
       01 DICT-AUDIT-RECORD.
       01 W13-OLD-LOW        PIC 9(09) VALUE 0.
       01 W14-OLD-HIGH       PIC 9(09) VALUE 0.
       01 W15-OLD-SENSIT     PIC X(01) VALUE SPACE.
       01 W16-CONFIRM        PIC X(01) VALUE "N".
           88 W16-CONFIRMED VALUES "S", "s".
       01 W17-WU-COUNT       PIC 9(03) VALUE 0.
       01 W18-WU-REFS.
           05 W18-WU-REF OCCURS 100 TIMES.
               10 W18-WU-TYPE   PIC X(01).
               10 W18-WU-SOURCE PIC X(10).
               10 W18-WU-DETAIL PIC X(40).
       01 W19-WU-OVERFLOW    PIC X(01) VALUE "N".
           88 W19-WU-LIST-FULL VALUE "Y".
       01 W20-WU-SUB         PIC 9(03) VALUE 0.
       01 W21-FRZ-FILE       PIC X(10) VALUE "FIELDDICT".
       01 W22-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W22-FRZ-REFUSED VALUE "N".
       01 W23-EDITED-RECORD  PIC X(69) VALUE SPACES.
       01 W24-EDIT-CONFLICT  PIC X(01) VALUE "N".
           88 W24-IS-CONFLICT VALUE "Y".
       01 W25-CNF-PROGRAM    PIC X(10) VALUE "COBOLFDM".
       01 W26-CNF-KEY        PIC X(30) VALUE SPACES.
       01 W27-CNF-FIELDS     PIC X(60) VALUE SPACES.
       01 W28-CNF-PTR        PIC 9(03) VALUE 1.
       01 W29-CNF-NAME       PIC X(12) VALUE SPACES.
       01 W30-CNF-COUNT      PIC 9(05) VALUE 0.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       PROCEDURE DIVISION.
       MAIN.
           END-READ.
           PERFORM SAVE-OLD-VALUES.

           IF W06-ADD OR W06-UPDATE OR W06-DELETE
               CALL "COBOLFRZC" USING W21-FRZ-FILE, W02-OPERATOR,
                                       W22-FRZ-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN W22-FRZ-REFUSED
                   CONTINUE
               WHEN W06-ADD
                   PERFORM ADD-ENTRY
               WHEN W06-UPDATE
           IF WS-DICT-NOTFOUND
               DISPLAY "No existe una definicion con ese nombre"
           ELSE
               PERFORM CONFIRM-IMPACT
               IF W16-CONFIRMED
                   PERFORM ACCEPT-DICT-FIELDS
                   MOVE FIELD-DICT-RECORD TO W23-EDITED-RECORD
                   PERFORM CHECK-EDIT-CONFLICT
                   IF NOT W24-IS-CONFLICT
                       MOVE W23-EDITED-RECORD TO FIELD-DICT-RECORD
                       REWRITE FIELD-DICT-RECORD
                       DISPLAY "Definicion actualizada"
                       PERFORM WRITE-AUDIT
                   END-IF
               ELSE
                   DISPLAY "Cambio cancelado"
               END-IF
           END-IF.

       DELETE-ENTRY.
           IF WS-DICT-NOTFOUND
               DISPLAY "No existe una definicion con ese nombre"
           ELSE
               PERFORM CONFIRM-IMPACT
               IF W16-CONFIRMED
                   PERFORM CHECK-EDIT-CONFLICT
                   IF NOT W24-IS-CONFLICT
                       DELETE FIELD-DICT RECORD
                       DISPLAY "Definicion eliminada"
                       PERFORM WRITE-AUDIT
                   END-IF
               ELSE
                   DISPLAY "Baja cancelada"
               END-IF
           END-IF.

      * Everything that resolves through this entry is shown before
      * the change goes in, so the administrator sees which layouts,
      * rule sets, generators and screens will behave differently.
       CONFIRM-IMPACT.
           CALL "COBOLFDWU" USING W07-FIELDNAME, W17-WU-COUNT,
                                  W18-WU-REFS, W19-WU-OVERFLOW.
           IF W17-WU-COUNT = 0
               DISPLAY "Sin referencias conocidas a este campo"
           ELSE
               DISPLAY "Referencias a este campo: " W17-WU-COUNT
               PERFORM VARYING W20-WU-SUB FROM 1 BY 1
                       UNTIL W20-WU-SUB > W17-WU-COUNT
                   DISPLAY "  " W18-WU-TYPE(W20-WU-SUB) " "
                       W18-WU-SOURCE(W20-WU-SUB) " "
                       W18-WU-DETAIL(W20-WU-SUB)
               END-PERFORM
               IF W19-WU-LIST-FULL
                   DISPLAY "  (hay mas referencias que las mostradas)"
               END-IF
           END-IF.
           DISPLAY "Confirmar (S/N): ".
           ACCEPT W16-CONFIRM.

       INQUIRE-ENTRY.
           IF WS-DICT-NOTFOUND
           ACCEPT FD-NUM-LOW.
           DISPLAY "Limite superior (0 si no aplica): ".
           ACCEPT FD-NUM-HIGH.
           DISPLAY "Sensibilidad (P publico/I interno/R restringido/"
               "T restringido tokenizado): ".
           ACCEPT FD-SENSITIVITY.

       WRITE-AUDIT.
           MOVE W15-OLD-SENSIT  TO FA-OLD-SENSIT.
           WRITE DICT-AUDIT-RECORD.
           CLOSE DICT-AUDIT.

      * The entry is read again just before the save or the delete and
      * compared with the values shown when the transaction started
      * (the W08-W15 copy).  If another administrator changed or
      * removed it in between, what moved is shown, the current entry
      * is redisplayed and nothing is saved; COBOLEDCF logs and counts
      * the conflict.
       CHECK-EDIT-CONFLICT.
           MOVE "N" TO W24-EDIT-CONFLICT.
           MOVE SPACES TO W27-CNF-FIELDS.
           MOVE 1 TO W28-CNF-PTR.
           MOVE "00" TO WS-DICT-STATUS.
           MOVE W07-FIELDNAME TO FD-FIELDNAME.
           READ FIELD-DICT
               KEY IS FD-FIELDNAME
               INVALID KEY SET WS-DICT-NOTFOUND TO TRUE
           END-READ.
           IF WS-DICT-NOTFOUND
               DISPLAY "Otro administrador elimino la definicion "
                   "mientras la editaba"
               MOVE "BAJA" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
           ELSE
               PERFORM COMPARE-SHOWN-VALUES
           END-IF.
           IF W24-IS-CONFLICT
               CALL "COBOLEDCF" USING W25-CNF-PROGRAM, W21-FRZ-FILE,
                   W26-CNF-KEY, W02-OPERATOR, W27-CNF-FIELDS,
                   W30-CNF-COUNT
               DISPLAY "El cambio no se grabo; vuelva a mostrar la "
                   "definicion antes de guardar"
               DISPLAY "Conflictos registrados en este campo: "
                   W30-CNF-COUNT
               IF WS-DICT-FOUND
                   DISPLAY "Definicion actual:"
                   PERFORM INQUIRE-ENTRY
               END-IF
           END-IF.

       COMPARE-SHOWN-VALUES.
           IF FD-MAXLEN NOT = W08-OLD-MAXLEN
               MOVE "MAXLEN" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Largo maximo era: " W08-OLD-MAXLEN
                   "  ahora: " FD-MAXLEN
           END-IF.
           IF FD-MINLEN NOT = W11-OLD-MINLEN
               MOVE "MINLEN" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Largo minimo era: " W11-OLD-MINLEN
                   "  ahora: " FD-MINLEN
           END-IF.
           IF FD-CHARSET NOT = W09-OLD-CHARSET
               MOVE "CHARSET" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Clase de caracteres era: " W09-OLD-CHARSET
                   "  ahora: " FD-CHARSET
           END-IF.
           IF FD-XSSMODE NOT = W10-OLD-XSSMODE
               MOVE "XSSMODE" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Modo XSS era: " W10-OLD-XSSMODE
                   "  ahora: " FD-XSSMODE
           END-IF.
           IF FD-PATTERN NOT = W12-OLD-PATTERN
               MOVE "PATTERN" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Patron era: " W12-OLD-PATTERN
                   "  ahora: " FD-PATTERN
           END-IF.
           IF FD-NUM-LOW NOT = W13-OLD-LOW
               MOVE "NUMLOW" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Limite inferior era: " W13-OLD-LOW
                   "  ahora: " FD-NUM-LOW
           END-IF.
           IF FD-NUM-HIGH NOT = W14-OLD-HIGH
               MOVE "NUMHIGH" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Limite superior era: " W14-OLD-HIGH
                   "  ahora: " FD-NUM-HIGH
           END-IF.
           IF FD-SENSITIVITY NOT = W15-OLD-SENSIT
               MOVE "SENSITIVITY" TO W29-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Sensibilidad era: " W15-OLD-SENSIT
                   "  ahora: " FD-SENSITIVITY
           END-IF.

       NOTE-CONFLICT-FIELD.
           MOVE "Y" TO W24-EDIT-CONFLICT.
           MOVE W07-FIELDNAME TO W26-CNF-KEY.
           STRING W29-CNF-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO W27-CNF-FIELDS
                  WITH POINTER W28-CNF-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
