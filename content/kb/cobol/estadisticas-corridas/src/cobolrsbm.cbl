       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRSBM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-RULES ASSIGN TO "BALRULES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BR-RULE
           FILE STATUS IS WS-BR-STATUS.

           SELECT CONFIG-AUDIT ASSIGN TO "CFGAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CGA-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BALANCE-RULES.
       01 BALANCE-RULE-RECORD.
           05 BR-RULE        PIC X(08).
           05 BR-DESC        PIC X(40).
           05 BR-ACTIVE      PIC X(01).
               88 BR-IS-ACTIVE VALUE "Y".
           05 BR-LEFT-TABLE.
               10 BR-LEFT OCCURS 3 TIMES.
                   15 BR-L-SIGN PIC X(01).
                   15 BR-L-JOB  PIC X(10).
                   15 BR-L-CTR  PIC X(12).
           05 BR-RIGHT-TABLE.
               10 BR-RIGHT OCCURS 3 TIMES.
                   15 BR-R-SIGN PIC X(01).
                   15 BR-R-JOB  PIC X(10).
                   15 BR-R-CTR  PIC X(12).
           05 BR-TOL-UNITS   PIC 9(07).
           05 BR-TOL-PCT     PIC 9(03).

       FD CONFIG-AUDIT.
       01 CONFIG-AUDIT-RECORD.
           05 CG-TIMESTAMP PIC X(14).
           05 CG-OPERATOR  PIC X(16).
           05 CG-ACTION    PIC X(01).
           05 CG-FILE      PIC X(10).
           05 CG-KEY       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-BR-STATUS PIC X(02) VALUE "00".
           88 WS-BR-FOUND    VALUE "00".
           88 WS-BR-NOTFOUND VALUE "23".
       01 WS-CGA-STATUS PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "I".
           88 W06-ADD     VALUE "A".
           88 W06-UPDATE  VALUE "U".
           88 W06-DELETE  VALUE "D".
           88 W06-INQUIRE VALUE "I".
       01 W07-RULE           PIC X(08) VALUE SPACES.
       01 W08-FIELDS-VALID   PIC X(01) VALUE "Y".
           88 W08-FIELDS-OK VALUE "Y".
       01 W09-SUB            PIC 9(01) VALUE 0.
       01 W10-FRZ-FILE       PIC X(10) VALUE "BALRULES".
       01 W11-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W11-FRZ-REFUSED VALUE "N".
       01 W12-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W13-AUDIT-RESULT   PIC X(01).
       01 W14-TERMS          PIC 9(01) VALUE 0.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Balancing rules over RUNSTATS, one record per rule: up to
      * three signed counter terms on each side, each naming the job
      * that wrote it and the counter as the job names it, and the
      * tolerance the two sums may differ by - a fixed number of
      * records, a percentage of the right side, or whichever is the
      * larger when both are set.  A job on either side may be any
      * step of the same scheduler run.  COBOLRSBC evaluates the
      * active rules after the steps that feed them; a change freeze
      * on BALRULES covers this transaction, and every change is
      * kept on CFGAUDIT for the post-freeze report.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           CALL "COBOLSCTX" USING W90-CTX-ACTION, W01-SESSION-TOKEN.
           IF W01-SESSION-TOKEN = SPACES
               DISPLAY "Token de sesion: "
               ACCEPT W01-SESSION-TOKEN
           END-IF.

           CALL "COBOLSESSCK" USING W01-SESSION-TOKEN, W02-OPERATOR,
                                     W03-SESSION-RESULT.
           IF NOT W03-SESSION-VALID
               DISPLAY "Sesion no valida"
               GOBACK
           END-IF.

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-ADMIN-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           OPEN I-O BALANCE-RULES.
           IF WS-BR-STATUS = "35"
               OPEN OUTPUT BALANCE-RULES
               CLOSE BALANCE-RULES
               MOVE "00" TO WS-BR-STATUS
               OPEN I-O BALANCE-RULES
           END-IF.
           IF WS-BR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir BALRULES: " WS-BR-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (A/U/D/I): ".
           ACCEPT W06-TRANS-CODE.

           DISPLAY "Regla de cuadre: ".
           ACCEPT W07-RULE.

           MOVE W07-RULE TO BR-RULE.
           READ BALANCE-RULES
               KEY IS BR-RULE
               INVALID KEY SET WS-BR-NOTFOUND TO TRUE
           END-READ.

           IF W06-ADD OR W06-UPDATE OR W06-DELETE
               CALL "COBOLFRZC" USING W10-FRZ-FILE, W02-OPERATOR,
                                       W11-FRZ-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN W11-FRZ-REFUSED
                   CONTINUE
               WHEN W07-RULE = SPACES
                   DISPLAY "Regla obligatoria"
               WHEN W06-ADD
                   PERFORM ADD-RULE
               WHEN W06-UPDATE
                   PERFORM UPDATE-RULE
               WHEN W06-DELETE
                   PERFORM DELETE-RULE
               WHEN W06-INQUIRE
                   PERFORM INQUIRE-RULE
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE BALANCE-RULES.

           GOBACK.

       ADD-RULE.
           IF WS-BR-FOUND
               DISPLAY "La regla ya existe"
           ELSE
               MOVE SPACES TO BALANCE-RULE-RECORD
               MOVE W07-RULE TO BR-RULE
               PERFORM ACCEPT-RULE-FIELDS
               IF W08-FIELDS-OK
                   WRITE BALANCE-RULE-RECORD
                   DISPLAY "Regla registrada"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       UPDATE-RULE.
           IF WS-BR-NOTFOUND
               DISPLAY "Regla no encontrada"
           ELSE
               PERFORM ACCEPT-RULE-FIELDS
               IF W08-FIELDS-OK
                   REWRITE BALANCE-RULE-RECORD
                   DISPLAY "Regla actualizada"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       DELETE-RULE.
           IF WS-BR-NOTFOUND
               DISPLAY "Regla no encontrada"
           ELSE
               DELETE BALANCE-RULES RECORD
               DISPLAY "Regla eliminada"
               PERFORM WRITE-AUDIT
           END-IF.

       INQUIRE-RULE.
           IF WS-BR-NOTFOUND
               DISPLAY "Regla no encontrada"
           ELSE
               DISPLAY "Descripcion: " BR-DESC
               DISPLAY "Activa: " BR-ACTIVE
               PERFORM VARYING W09-SUB FROM 1 BY 1 UNTIL W09-SUB > 3
                   IF BR-L-JOB(W09-SUB) NOT = SPACES
                       DISPLAY "Izquierda " BR-L-SIGN(W09-SUB) " "
                           BR-L-JOB(W09-SUB) " " BR-L-CTR(W09-SUB)
                   END-IF
               END-PERFORM
               PERFORM VARYING W09-SUB FROM 1 BY 1 UNTIL W09-SUB > 3
                   IF BR-R-JOB(W09-SUB) NOT = SPACES
                       DISPLAY "Derecha   " BR-R-SIGN(W09-SUB) " "
                           BR-R-JOB(W09-SUB) " " BR-R-CTR(W09-SUB)
                   END-IF
               END-PERFORM
               DISPLAY "Tolerancia registros: " BR-TOL-UNITS
               DISPLAY "Tolerancia porcentaje: " BR-TOL-PCT
           END-IF.

      * A term is entered as sign, job and counter; a blank job ends
      * that side.  Each side needs at least one term.
       ACCEPT-RULE-FIELDS.
           MOVE "Y" TO W08-FIELDS-VALID.
           DISPLAY "Descripcion: ".
           ACCEPT BR-DESC.
           DISPLAY "Activa (Y/N): ".
           ACCEPT BR-ACTIVE.
           IF BR-ACTIVE NOT = "Y" AND BR-ACTIVE NOT = "N"
               DISPLAY "Indicador no valido"
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.
           MOVE SPACES TO BR-LEFT-TABLE.
           MOVE 0 TO W14-TERMS.
           MOVE 1 TO W09-SUB.
           PERFORM ACCEPT-LEFT-TERM
               UNTIL W09-SUB > 3.
           IF W14-TERMS = 0
               DISPLAY "Lado izquierdo sin terminos"
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.
           MOVE SPACES TO BR-RIGHT-TABLE.
           MOVE 0 TO W14-TERMS.
           MOVE 1 TO W09-SUB.
           PERFORM ACCEPT-RIGHT-TERM
               UNTIL W09-SUB > 3.
           IF W14-TERMS = 0
               DISPLAY "Lado derecho sin terminos"
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.
           DISPLAY "Tolerancia en registros: ".
           ACCEPT BR-TOL-UNITS.
           IF BR-TOL-UNITS NOT NUMERIC
               DISPLAY "Tolerancia no valida"
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.
           DISPLAY "Tolerancia en porcentaje: ".
           ACCEPT BR-TOL-PCT.
           IF BR-TOL-PCT NOT NUMERIC OR BR-TOL-PCT > 100
               DISPLAY "Porcentaje no valido"
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.
           IF NOT W08-FIELDS-OK
               DISPLAY "Sin cambios"
           END-IF.

       ACCEPT-LEFT-TERM.
           DISPLAY "Izquierda " W09-SUB " trabajo (blanco=fin): ".
           ACCEPT BR-L-JOB(W09-SUB).
           IF BR-L-JOB(W09-SUB) = SPACES
               MOVE 4 TO W09-SUB
           ELSE
               DISPLAY "Contador: "
               ACCEPT BR-L-CTR(W09-SUB)
               DISPLAY "Signo (+/-): "
               ACCEPT BR-L-SIGN(W09-SUB)
               IF BR-L-SIGN(W09-SUB) = SPACE
                   MOVE "+" TO BR-L-SIGN(W09-SUB)
               END-IF
               IF BR-L-CTR(W09-SUB) = SPACES
                   OR (BR-L-SIGN(W09-SUB) NOT = "+"
                   AND BR-L-SIGN(W09-SUB) NOT = "-")
                   DISPLAY "Termino no valido"
                   MOVE "N" TO W08-FIELDS-VALID
               END-IF
               ADD 1 TO W14-TERMS
               ADD 1 TO W09-SUB
           END-IF.

       ACCEPT-RIGHT-TERM.
           DISPLAY "Derecha " W09-SUB " trabajo (blanco=fin): ".
           ACCEPT BR-R-JOB(W09-SUB).
           IF BR-R-JOB(W09-SUB) = SPACES
               MOVE 4 TO W09-SUB
           ELSE
               DISPLAY "Contador: "
               ACCEPT BR-R-CTR(W09-SUB)
               DISPLAY "Signo (+/-): "
               ACCEPT BR-R-SIGN(W09-SUB)
               IF BR-R-SIGN(W09-SUB) = SPACE
                   MOVE "+" TO BR-R-SIGN(W09-SUB)
               END-IF
               IF BR-R-CTR(W09-SUB) = SPACES
                   OR (BR-R-SIGN(W09-SUB) NOT = "+"
                   AND BR-R-SIGN(W09-SUB) NOT = "-")
                   DISPLAY "Termino no valido"
                   MOVE "N" TO W08-FIELDS-VALID
               END-IF
               ADD 1 TO W14-TERMS
               ADD 1 TO W09-SUB
           END-IF.

       WRITE-AUDIT.
           MOVE SPACES TO W12-AUDIT-RECORD.
           STRING "BALRULES" W06-TRANS-CODE BR-RULE
               DELIMITED BY SIZE
               INTO W12-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W12-AUDIT-RECORD, W13-AUDIT-RESULT.
           OPEN EXTEND CONFIG-AUDIT.
           IF WS-CGA-STATUS = "35"
               OPEN OUTPUT CONFIG-AUDIT
           END-IF.
           IF WS-CGA-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:14) TO CG-TIMESTAMP
               MOVE W02-OPERATOR   TO CG-OPERATOR
               MOVE W06-TRANS-CODE TO CG-ACTION
               MOVE W10-FRZ-FILE   TO CG-FILE
               MOVE SPACES         TO CG-KEY
               STRING "BALRULES " W07-RULE
                   DELIMITED BY SIZE
                   INTO CG-KEY
               WRITE CONFIG-AUDIT-RECORD
               CLOSE CONFIG-AUDIT
           END-IF.
