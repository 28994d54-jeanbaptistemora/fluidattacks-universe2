       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLJPOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-OVERRIDES ASSIGN TO "JOBOVRD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OV-KEY
           FILE STATUS IS WS-OV-STATUS.

           SELECT JOB-PLAN ASSIGN TO "JOBPLAN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JP-STEP
           FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD JOB-OVERRIDES.
       01 JOB-OVERRIDE-RECORD.
           05 OV-KEY.
               10 OV-DATE PIC X(08).
               10 OV-STEP PIC 9(03).
           05 OV-ACTION     PIC X(01).
               88 OV-HOLD      VALUE "H".
               88 OV-SKIP      VALUE "S".
               88 OV-FORCE     VALUE "F".
               88 OV-RELEASED  VALUE "R".
               88 OV-CANCELLED VALUE "X".
           05 OV-REASON     PIC X(60).
           05 OV-SET-BY     PIC X(16).
           05 OV-SET-TS     PIC X(14).
           05 OV-END-BY     PIC X(16).
           05 OV-END-TS     PIC X(14).
           05 OV-END-REASON PIC X(60).

       FD JOB-PLAN.
       01 JOB-PLAN-RECORD.
           05 JP-STEP    PIC 9(03).
           05 JP-PROGRAM PIC X(10).
           05 JP-PRED-TABLE.
               10 JP-PRED PIC 9(03) OCCURS 5 TIMES.
           05 JP-ACTIVE  PIC X(01).
           05 JP-FREQ    PIC X(01).
           05 JP-FREQ-DAY PIC 9(01).
           05 JP-EXP-MINUTES PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-OV-STATUS PIC X(02) VALUE "00".
           88 WS-OV-FOUND    VALUE "00".
           88 WS-OV-EOF      VALUE "10".
           88 WS-OV-NOTFOUND VALUE "23".
       01 WS-PLAN-STATUS PIC X(02) VALUE "00".
           88 WS-PLAN-FOUND VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "I".
           88 W06-HOLD    VALUE "H".
           88 W06-SKIP    VALUE "S".
           88 W06-FORCE   VALUE "F".
           88 W06-RELEASE VALUE "R".
           88 W06-CANCEL  VALUE "C".
           88 W06-INQUIRE VALUE "I".
           88 W06-LIST    VALUE "L".
       01 W07-DATE           PIC X(08) VALUE SPACES.
       01 W08-STEP           PIC 9(03) VALUE 0.
       01 W09-REASON         PIC X(60) VALUE SPACES.
       01 W10-ACTION-TEXT    PIC X(12) VALUE SPACES.
       01 W11-LISTED         PIC 9(03) VALUE 0.
       01 W12-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W13-AUDIT-RESULT   PIC X(01).
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * One-night overrides to the job plan, keyed by business date
      * and step, so operations no longer edits JOBPLAN for a late
      * feed and has to remember to put it back.  H holds a step
      * (COBOLSCHED waits for it to be released), S skips it, F runs
      * it even though its frequency would not select it tonight.
      * R releases a hold, also while the scheduler is waiting on it,
      * and C withdraws an override before it is applied.  Every
      * change needs a reason and is audited; released and withdrawn
      * overrides stay on file for the morning handover.
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

           OPEN I-O JOB-OVERRIDES.
           IF WS-OV-STATUS = "35"
               OPEN OUTPUT JOB-OVERRIDES
               CLOSE JOB-OVERRIDES
               MOVE "00" TO WS-OV-STATUS
               OPEN I-O JOB-OVERRIDES
           END-IF.
           IF WS-OV-STATUS NOT = "00"
               DISPLAY "No se pudo abrir JOBOVRD: " WS-OV-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (H=retener S=omitir F=forzar "
                   "R=liberar C=anular I=consultar L=listar): ".
           ACCEPT W06-TRANS-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           DISPLAY "Fecha de negocio AAAAMMDD (blanco = hoy): ".
           ACCEPT W07-DATE.
           IF W07-DATE = SPACES
               MOVE WS-CURRENT-DATE(1:8) TO W07-DATE
           END-IF.

           IF W06-LIST
               PERFORM LIST-OVERRIDES
               CLOSE JOB-OVERRIDES
               GOBACK
           END-IF.

           DISPLAY "Paso del plan: ".
           ACCEPT W08-STEP.

           MOVE "00" TO WS-OV-STATUS.
           MOVE W07-DATE TO OV-DATE.
           MOVE W08-STEP TO OV-STEP.
           READ JOB-OVERRIDES
               KEY IS OV-KEY
               INVALID KEY SET WS-OV-NOTFOUND TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN W06-HOLD OR W06-SKIP OR W06-FORCE
                   PERFORM SET-OVERRIDE THRU SET-OVERRIDE-EXIT
               WHEN W06-RELEASE
                   PERFORM RELEASE-HOLD THRU RELEASE-HOLD-EXIT
               WHEN W06-CANCEL
                   PERFORM CANCEL-OVERRIDE THRU CANCEL-OVERRIDE-EXIT
               WHEN W06-INQUIRE
                   PERFORM INQUIRE-OVERRIDE
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE JOB-OVERRIDES.

           GOBACK.

      * Only a step of the live plan can be overridden.  A pending
      * override for the same night is replaced; one already released
      * or withdrawn is replaced too, keeping the file to one record
      * per step and night.
       SET-OVERRIDE.
           MOVE "00" TO WS-PLAN-STATUS.
           OPEN INPUT JOB-PLAN.
           MOVE W08-STEP TO JP-STEP.
           READ JOB-PLAN
               KEY IS JP-STEP
               INVALID KEY MOVE "23" TO WS-PLAN-STATUS
           END-READ.
           CLOSE JOB-PLAN.
           IF NOT WS-PLAN-FOUND
               DISPLAY "El paso " W08-STEP " no esta en el plan"
               GO TO SET-OVERRIDE-EXIT
           END-IF.
           PERFORM ACCEPT-REASON.
           IF W09-REASON = SPACES
               GO TO SET-OVERRIDE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE W07-DATE TO OV-DATE.
           MOVE W08-STEP TO OV-STEP.
           MOVE W06-TRANS-CODE        TO OV-ACTION.
           MOVE W09-REASON            TO OV-REASON.
           MOVE W02-OPERATOR          TO OV-SET-BY.
           MOVE WS-CURRENT-DATE(1:14) TO OV-SET-TS.
           MOVE SPACES TO OV-END-BY.
           MOVE SPACES TO OV-END-TS.
           MOVE SPACES TO OV-END-REASON.
           IF WS-OV-FOUND
               REWRITE JOB-OVERRIDE-RECORD
           ELSE
               WRITE JOB-OVERRIDE-RECORD
           END-IF.
           PERFORM SET-ACTION-TEXT.
           DISPLAY "Paso " W08-STEP " " JP-PROGRAM " "
                   W10-ACTION-TEXT " para " W07-DATE.
           PERFORM WRITE-AUDIT.
       SET-OVERRIDE-EXIT.
           EXIT.

       RELEASE-HOLD.
           IF WS-OV-NOTFOUND OR NOT OV-HOLD
               DISPLAY "El paso no esta retenido para " W07-DATE
               GO TO RELEASE-HOLD-EXIT
           END-IF.
           PERFORM ACCEPT-REASON.
           IF W09-REASON = SPACES
               GO TO RELEASE-HOLD-EXIT
           END-IF.
           PERFORM CLOSE-OVERRIDE.
           DISPLAY "Retencion liberada".
       RELEASE-HOLD-EXIT.
           EXIT.

       CANCEL-OVERRIDE.
           IF WS-OV-NOTFOUND OR OV-RELEASED OR OV-CANCELLED
               DISPLAY "No hay alteracion vigente para " W07-DATE
               GO TO CANCEL-OVERRIDE-EXIT
           END-IF.
           PERFORM ACCEPT-REASON.
           IF W09-REASON = SPACES
               GO TO CANCEL-OVERRIDE-EXIT
           END-IF.
           PERFORM CLOSE-OVERRIDE.
           DISPLAY "Alteracion anulada".
       CANCEL-OVERRIDE-EXIT.
           EXIT.

       CLOSE-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF W06-RELEASE
               MOVE "R" TO OV-ACTION
           ELSE
               MOVE "X" TO OV-ACTION
           END-IF.
           MOVE W02-OPERATOR          TO OV-END-BY.
           MOVE WS-CURRENT-DATE(1:14) TO OV-END-TS.
           MOVE W09-REASON            TO OV-END-REASON.
           REWRITE JOB-OVERRIDE-RECORD.
           PERFORM WRITE-AUDIT.

       INQUIRE-OVERRIDE.
           IF WS-OV-NOTFOUND
               DISPLAY "Sin alteraciones para el paso en " W07-DATE
           ELSE
               PERFORM SET-ACTION-TEXT
               DISPLAY "Alteracion: " W10-ACTION-TEXT
               DISPLAY "Motivo: " OV-REASON
               DISPLAY "Por " OV-SET-BY " el " OV-SET-TS
               IF OV-END-TS NOT = SPACES
                   DISPLAY "Cerrada por " OV-END-BY " el " OV-END-TS
                   DISPLAY "Motivo: " OV-END-REASON
               END-IF
           END-IF.

       LIST-OVERRIDES.
           MOVE 0 TO W11-LISTED.
           MOVE W07-DATE TO OV-DATE.
           MOVE 0 TO OV-STEP.
           START JOB-OVERRIDES KEY IS NOT LESS THAN OV-KEY
               INVALID KEY SET WS-OV-EOF TO TRUE
           END-START.
           IF NOT WS-OV-EOF
               READ JOB-OVERRIDES NEXT RECORD
                   AT END SET WS-OV-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-OV-EOF OR OV-DATE NOT = W07-DATE
               ADD 1 TO W11-LISTED
               PERFORM SET-ACTION-TEXT
               DISPLAY OV-STEP " " W10-ACTION-TEXT " " OV-SET-BY
                       " " OV-REASON
               READ JOB-OVERRIDES NEXT RECORD
                   AT END SET WS-OV-EOF TO TRUE
               END-READ
           END-PERFORM.
           DISPLAY "Alteraciones para " W07-DATE ": " W11-LISTED.

       ACCEPT-REASON.
           DISPLAY "Motivo (obligatorio): ".
           ACCEPT W09-REASON.
           IF W09-REASON = SPACES
               DISPLAY "Falta el motivo, sin cambios"
           END-IF.

       SET-ACTION-TEXT.
           EVALUATE TRUE
               WHEN OV-HOLD
                   MOVE "RETENIDO" TO W10-ACTION-TEXT
               WHEN OV-SKIP
                   MOVE "OMITIDO" TO W10-ACTION-TEXT
               WHEN OV-FORCE
                   MOVE "FORZADO" TO W10-ACTION-TEXT
               WHEN OV-RELEASED
                   MOVE "LIBERADO" TO W10-ACTION-TEXT
               WHEN OV-CANCELLED
                   MOVE "ANULADO" TO W10-ACTION-TEXT
               WHEN OTHER
                   MOVE OV-ACTION TO W10-ACTION-TEXT
           END-EVALUATE.

       WRITE-AUDIT.
           MOVE SPACES TO W12-AUDIT-RECORD.
           STRING "JOBOVRD " W06-TRANS-CODE OV-DATE OV-STEP
               DELIMITED BY SIZE
               INTO W12-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W12-AUDIT-RECORD, W13-AUDIT-RESULT.
