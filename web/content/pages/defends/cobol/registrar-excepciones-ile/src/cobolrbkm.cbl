           88 W06-INQUIRE VALUE "I".
       01 W07-PROGRAM        PIC X(20) VALUE SPACES.
       01 W08-EXCEPTION      PIC X(10) VALUE SPACES.
       01 W09-FRZ-FILE       PIC X(10) VALUE "RUNBOOK".
       01 W10-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W10-FRZ-REFUSED VALUE "N".
       01 W11-SHOWN-RECORD.
           02 W11-KEY.
               03 W11-PROGRAM   PIC X(20).
               03 W11-EXCEPTION PIC X(10).
           02 W11-ACTION-CODE  PIC X(04).
           02 W11-SEV-OVERRIDE PIC X(01).
           02 W11-INSTR-1      PIC X(60).
           02 W11-INSTR-2      PIC X(60).
           02 W11-INSTR-3      PIC X(60).
       01 W12-EDITED-RECORD  PIC X(215) VALUE SPACES.
       01 W13-EDIT-CONFLICT  PIC X(01) VALUE "N".
           88 W13-IS-CONFLICT VALUE "Y".
       01 W14-CNF-PROGRAM    PIC X(10) VALUE "COBOLRBKM".
       01 W15-CNF-FIELDS     PIC X(60) VALUE SPACES.
       01 W16-CNF-PTR        PIC 9(03) VALUE 1.
       01 W17-CNF-NAME       PIC X(12) VALUE SPACES.
       01 W18-CNF-COUNT      PIC 9(05) VALUE 0.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Runbook maintenance: the night operator's instructions for a
      * blank exception id is the program's generic entry and a blank
      * program is the global entry for that exception; ERRHDL2R and
      * the trace inquiry resolve in that order through COBOLRBKL.
      * An update is only saved if the entry still reads as it did
      * when the transaction started; otherwise the operator sees what
      * the other person changed and has to start again.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
               KEY IS RB-KEY
               INVALID KEY SET WS-RUNBOOK-NOTFOUND TO TRUE
           END-READ.
           IF WS-RUNBOOK-FOUND
               MOVE RUNBOOK-RECORD TO W11-SHOWN-RECORD
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
               DISPLAY "No existe una entrada para esa clave"
           ELSE
               PERFORM ACCEPT-RUNBOOK-FIELDS
               MOVE RUNBOOK-RECORD TO W12-EDITED-RECORD
               PERFORM CHECK-EDIT-CONFLICT
               IF NOT W13-IS-CONFLICT
                   MOVE W12-EDITED-RECORD TO RUNBOOK-RECORD
                   REWRITE RUNBOOK-RECORD
                   DISPLAY "Entrada actualizada"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       DELETE-ENTRY.
           END-IF.

       ACCEPT-RUNBOOK-FIELDS.
           DISPLAY "Codigo de accion (RSTR/RTRY/SKIP automaticos, "
               "otro avisa al operador): ".
           ACCEPT RB-ACTION-CODE.
           DISPLAY "Severidad forzada (en blanco si no aplica): ".
           ACCEPT RB-SEV-OVERRIDE.
           MOVE W08-EXCEPTION  TO RA-EXCEPTION.
           WRITE RUNBOOK-AUDIT-RECORD.
           CLOSE RUNBOOK-AUDIT.

      * The entry is read again just before the save and compared
      * with what was shown.  If another operator changed or removed
      * it in between, what moved is shown, the current entry is
      * redisplayed and nothing is saved; COBOLEDCF logs and counts
      * the conflict.
       CHECK-EDIT-CONFLICT.
           MOVE "N" TO W13-EDIT-CONFLICT.
           MOVE SPACES TO W15-CNF-FIELDS.
           MOVE 1 TO W16-CNF-PTR.
           MOVE "00" TO WS-RUNBOOK-STATUS.
           MOVE W11-KEY TO RB-KEY.
           READ RUNBOOK
               KEY IS RB-KEY
               INVALID KEY SET WS-RUNBOOK-NOTFOUND TO TRUE
           END-READ.
           IF WS-RUNBOOK-NOTFOUND
               DISPLAY "Otro operador elimino la entrada mientras "
                   "la editaba"
               MOVE "BAJA" TO W17-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
           ELSE
               PERFORM COMPARE-SHOWN-ENTRY
           END-IF.
           IF W13-IS-CONFLICT
               CALL "COBOLEDCF" USING W14-CNF-PROGRAM, W09-FRZ-FILE,
                   W11-KEY, W02-OPERATOR, W15-CNF-FIELDS,
                   W18-CNF-COUNT
               DISPLAY "El cambio no se grabo; vuelva a mostrar la "
                   "entrada antes de guardar"
               DISPLAY "Conflictos registrados en esta entrada: "
                   W18-CNF-COUNT
               IF WS-RUNBOOK-FOUND
                   DISPLAY "Entrada actual:"
                   PERFORM INQUIRE-ENTRY
               END-IF
           END-IF.

       COMPARE-SHOWN-ENTRY.
           IF RB-ACTION-CODE NOT = W11-ACTION-CODE
               MOVE "ACCION" TO W17-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Codigo de accion era: " W11-ACTION-CODE
                   "  ahora: " RB-ACTION-CODE
           END-IF.
           IF RB-SEV-OVERRIDE NOT = W11-SEV-OVERRIDE
               MOVE "SEVERIDAD" TO W17-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Severidad forzada era: " W11-SEV-OVERRIDE
                   "  ahora: " RB-SEV-OVERRIDE
           END-IF.
           IF RB-INSTR-1 NOT = W11-INSTR-1
               MOVE "INSTR1" TO W17-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Linea 1 era: " W11-INSTR-1
               DISPLAY "      ahora: " RB-INSTR-1
           END-IF.
           IF RB-INSTR-2 NOT = W11-INSTR-2
               MOVE "INSTR2" TO W17-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Linea 2 era: " W11-INSTR-2
               DISPLAY "      ahora: " RB-INSTR-2
           END-IF.
           IF RB-INSTR-3 NOT = W11-INSTR-3
               MOVE "INSTR3" TO W17-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
               DISPLAY "  Linea 3 era: " W11-INSTR-3
               DISPLAY "      ahora: " RB-INSTR-3
           END-IF.

       NOTE-CONFLICT-FIELD.
           MOVE "Y" TO W13-EDIT-CONFLICT.
           STRING W17-CNF-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO W15-CNF-FIELDS
                  WITH POINTER W16-CNF-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
