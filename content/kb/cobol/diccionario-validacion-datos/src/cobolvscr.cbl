       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLVSCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "VALSUSP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS WS-SUSP-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "VALRESUB"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-RESUB-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SS-KEY.
               10 SS-FEED       PIC X(10).
               10 SS-RUN-CORRID PIC X(12).
               10 SS-RECNO      PIC 9(07).
           05 SS-LAYOUT-DSN  PIC X(10).
           05 SS-RULES-DSN   PIC X(10).
           05 SS-STATUS      PIC X(01).
               88 SS-IS-OPEN        VALUE "O".
               88 SS-IS-RESUBMITTED VALUE "R".
               88 SS-IS-CLEARED     VALUE "C".
               88 SS-IS-FAILED      VALUE "F".
               88 SS-IS-DISCARDED   VALUE "X".
           05 SS-SUSPENDED-TS PIC X(14).
           05 SS-PRIOR-KEY   PIC X(29).
           05 SS-STEWARD     PIC X(16).
           05 SS-ACTION-TS   PIC X(14).
           05 SS-ERR-COUNT   PIC 9(02).
           05 SS-ERROR OCCURS 70 TIMES.
               10 SS-ERR-TYPE   PIC X(01).
               10 SS-ERR-FIELD  PIC X(20).
               10 SS-ERR-REASON PIC 9(04).
           05 SS-RECORD      PIC X(512).
           05 SS-WORK-RECORD PIC X(512).

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD.
           05 RS-KEY.
               10 RS-FEED        PIC X(10).
               10 RS-SUSP-CORRID PIC X(12).
               10 RS-SUSP-RECNO  PIC 9(07).
           05 RS-STEWARD      PIC X(16).
           05 RS-CORRECTED-TS PIC X(14).
           05 RS-RECORD       PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-SUSP-STATUS     PIC X(02) VALUE "00".
           88 WS-SUSP-EOF VALUE "10".
       01 WS-RESUB-STATUS    PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-SUB             PIC 9(03) VALUE 0.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-STEWARD-ROLE   PIC X(08) VALUE "DATASTEW".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-FEED-IN        PIC X(10) VALUE SPACES.
       01 W07-ITEM-COUNT     PIC 9(02) VALUE 0.
       01 W08-ITEM-TABLE.
           05 W08-ITEM-KEY PIC X(29) OCCURS 20 TIMES.
       01 W09-CHOICE-IN      PIC X(02) VALUE SPACES.
       01 W10-CHOICE         PIC 9(02) VALUE 0.
       01 W11-COMMAND        PIC X(20) VALUE SPACES.
       01 W12-VALUE-IN       PIC X(256) VALUE SPACES.
       01 W13-FIELD-IDX      PIC 9(03) VALUE 0.
       01 W14-DONE           PIC X(01) VALUE "N".
           88 W14-EDIT-DONE VALUE "Y".
       01 W15-CONFIRM        PIC X(01) VALUE SPACES.
       01 W16-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W17-AUDIT-RESULT   PIC X(01).
       01 W18-EDIT-LENGTH    PIC 9(04) VALUE 0.
       01 W20-RV-FUNCTION    PIC X(01) VALUE "L".
       01 W21-RV-RECORD      PIC X(512) VALUE SPACES.
       01 W22-RV-RESULT      PIC X(01).
           88 W22-RECORD-VALID VALUE "Y".
           88 W22-NO-LAYOUT    VALUE "L".
       01 W23-RV-FIELD-COUNT PIC 9(03) VALUE 0.
       01 W24-RV-FIELDS.
           05 W24-RV-FIELD OCCURS 50 TIMES.
               10 W24-FIELDNAME  PIC X(20).
               10 W24-START      PIC 9(04).
               10 W24-LENGTH     PIC 9(04).
               10 W24-DICT-FIELD PIC X(20).
       01 W25-RV-ERR-COUNT   PIC 9(02) VALUE 0.
       01 W26-RV-ERRORS.
           05 W26-RV-ERROR OCCURS 70 TIMES.
               10 W26-ERR-TYPE   PIC X(01).
               10 W26-ERR-FIELD  PIC X(20).
               10 W26-ERR-REASON PIC 9(04).
       01 W30-MASK-VALUE     PIC X(64) VALUE SPACES.
       01 W31-MASK-RESULT    PIC X(01).
       01 W32-MASK-LEVEL     PIC X(01) VALUE "R".
       01 W40-MSG-ID         PIC X(07) VALUE SPACES.
       01 W41-MSG-LANG       PIC X(02) VALUE SPACES.
       01 W42-MSG-SUBST      PIC X(32) VALUE SPACES.
       01 W43-MSG-TEXT       PIC X(80) VALUE SPACES.
       01 W44-MSG-CTX        PIC X(10) VALUE "COBOLVSCR".
       01 W45-REASON-EDIT    PIC 9(04) VALUE 0.

      * Correction of records the generic validator put in suspense.
      * The data steward picks an open item, sees each field of the
      * record under the item's own LAYOUTDEF (restricted fields
      * masked through COBOLFMSK) with the reasons it failed, keys
      * corrections field by field and asks for revalidation; the
      * check is COBOLGFRV with the item's layout and rules, the same
      * the feed ran under.  A record that now passes goes to
      * VALRESUB for the next COBOLGFVL run of its feed and the item
      * becomes R; one that still fails keeps the corrections made so
      * far and the new failure list.  *FIN leaves the item open with
      * the work saved; *DESCARTAR closes it without resubmission.
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

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-STEWARD-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "Sin registros en suspenso"
               GOBACK
           END-IF.

           DISPLAY "Alimentacion (blanco = todas): ".
           ACCEPT W06-FEED-IN.
           PERFORM LIST-OPEN-ITEMS.
           IF W07-ITEM-COUNT = 0
               DISPLAY "Sin registros en suspenso"
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.

           DISPLAY "Numero (X para salir): ".
           ACCEPT W09-CHOICE-IN.
           IF W09-CHOICE-IN(2:1) = SPACE
               MOVE W09-CHOICE-IN(1:1) TO W09-CHOICE-IN(2:1)
               MOVE "0" TO W09-CHOICE-IN(1:1)
           END-IF.
           IF W09-CHOICE-IN NOT NUMERIC
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           MOVE W09-CHOICE-IN TO W10-CHOICE.
           IF W10-CHOICE < 1 OR W10-CHOICE > W07-ITEM-COUNT
               DISPLAY "Opcion no valida"
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.

           MOVE W08-ITEM-KEY(W10-CHOICE) TO SS-KEY.
           READ SUSPENSE-FILE
               KEY IS SS-KEY
               INVALID KEY MOVE "23" TO WS-SUSP-STATUS
           END-READ.
           IF WS-SUSP-STATUS NOT = "00" OR NOT SS-IS-OPEN
               DISPLAY "El registro ya no esta en suspenso"
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.

           MOVE "L" TO W20-RV-FUNCTION.
           PERFORM CALL-RECORD-VALIDATOR.
           IF W22-NO-LAYOUT
               DISPLAY "Definicion " SS-LAYOUT-DSN " no disponible"
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           MOVE SS-WORK-RECORD TO W21-RV-RECORD.

           DISPLAY " ".
           DISPLAY "Alimentacion: " SS-FEED " Corrida: " SS-RUN-CORRID
               " Registro: " SS-RECNO.
           DISPLAY "Definicion: " SS-LAYOUT-DSN " Reglas: "
               SS-RULES-DSN " En suspenso desde: " SS-SUSPENDED-TS.
           PERFORM SHOW-ITEM-ERRORS.
           PERFORM SHOW-RECORD-FIELDS.

           MOVE "N" TO W14-DONE.
           PERFORM EDIT-ONE-STEP THRU EDIT-ONE-STEP-EXIT
               UNTIL W14-EDIT-DONE.

           CLOSE SUSPENSE-FILE.
           GOBACK.

       LIST-OPEN-ITEMS.
           MOVE 0 TO W07-ITEM-COUNT.
           MOVE LOW-VALUES TO SS-KEY.
           IF W06-FEED-IN NOT = SPACES
               MOVE W06-FEED-IN TO SS-FEED
           END-IF.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY SET WS-SUSP-EOF TO TRUE
           END-START.
           IF NOT WS-SUSP-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END SET WS-SUSP-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-SUSP-EOF OR W07-ITEM-COUNT >= 20
               IF W06-FEED-IN NOT = SPACES AND SS-FEED NOT = W06-FEED-IN
                   SET WS-SUSP-EOF TO TRUE
               ELSE
                   IF SS-IS-OPEN
                       ADD 1 TO W07-ITEM-COUNT
                       MOVE SS-KEY TO W08-ITEM-KEY(W07-ITEM-COUNT)
                       DISPLAY W07-ITEM-COUNT ". " SS-FEED " "
                           SS-RUN-CORRID " " SS-RECNO " "
                           SS-SUSPENDED-TS " errores " SS-ERR-COUNT
                   END-IF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END SET WS-SUSP-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-SUSP-STATUS.

       CALL-RECORD-VALIDATOR.
           CALL "COBOLGFRV" USING W20-RV-FUNCTION, SS-LAYOUT-DSN,
               SS-RULES-DSN, W21-RV-RECORD, W22-RV-RESULT,
               W23-RV-FIELD-COUNT, W24-RV-FIELDS,
               W25-RV-ERR-COUNT, W26-RV-ERRORS.

      * Reasons are shown in the MSGCAT wording of the VALnnnn family,
      * as the dictionary-driven capture screen shows them.
       SHOW-ITEM-ERRORS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SS-ERR-COUNT
               MOVE SS-ERR-REASON(WS-SUB) TO W45-REASON-EDIT
               MOVE SPACES TO W40-MSG-ID
               STRING "VAL" W45-REASON-EDIT
                   DELIMITED BY SIZE
                   INTO W40-MSG-ID
               MOVE SS-ERR-FIELD(WS-SUB) TO W42-MSG-SUBST
               CALL "COBOLMSGT" USING W40-MSG-ID, W41-MSG-LANG,
                                       W42-MSG-SUBST, W43-MSG-TEXT,
                                       W44-MSG-CTX
               DISPLAY "  * " SS-ERR-FIELD(WS-SUB) " "
                   SS-ERR-TYPE(WS-SUB) SS-ERR-REASON(WS-SUB) " "
                   FUNCTION TRIM(W43-MSG-TEXT)
           END-PERFORM.

       SHOW-RECORD-FIELDS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > W23-RV-FIELD-COUNT
               MOVE WS-SUB TO W13-FIELD-IDX
               PERFORM MASK-FIELD-VALUE
               DISPLAY "  " W24-FIELDNAME(WS-SUB) ": "
                   FUNCTION TRIM(W30-MASK-VALUE TRAILING)
           END-PERFORM.

       MASK-FIELD-VALUE.
           MOVE SPACES TO W30-MASK-VALUE.
           IF W24-LENGTH(W13-FIELD-IDX) > 64
               MOVE W21-RV-RECORD(W24-START(W13-FIELD-IDX):64)
                   TO W30-MASK-VALUE
           ELSE
               IF W24-LENGTH(W13-FIELD-IDX) > 0
                   MOVE W21-RV-RECORD(W24-START(W13-FIELD-IDX):
                       W24-LENGTH(W13-FIELD-IDX))
                       TO W30-MASK-VALUE
               END-IF
           END-IF.
           CALL "COBOLFMSK" USING W24-DICT-FIELD(W13-FIELD-IDX),
                                   W02-OPERATOR, W30-MASK-VALUE,
                                   W31-MASK-RESULT, W32-MASK-LEVEL.

       EDIT-ONE-STEP.
           DISPLAY "Campo a corregir (blanco = revalidar, "
               "*FIN = salir, *DESCARTAR): ".
           MOVE SPACES TO W11-COMMAND.
           ACCEPT W11-COMMAND.
           MOVE FUNCTION UPPER-CASE(W11-COMMAND) TO W11-COMMAND.

           IF W11-COMMAND = "*FIN"
               PERFORM SAVE-WORK-IMAGE
               DISPLAY "Correcciones guardadas; sigue en suspenso"
               MOVE "Y" TO W14-DONE
               GO TO EDIT-ONE-STEP-EXIT
           END-IF.
           IF W11-COMMAND = "*DESCARTAR"
               PERFORM DISCARD-ITEM
               GO TO EDIT-ONE-STEP-EXIT
           END-IF.
           IF W11-COMMAND = SPACES
               PERFORM REVALIDATE-ITEM
               GO TO EDIT-ONE-STEP-EXIT
           END-IF.

           MOVE 0 TO W13-FIELD-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > W23-RV-FIELD-COUNT
                   OR W13-FIELD-IDX > 0
               IF W24-FIELDNAME(WS-SUB) = W11-COMMAND
                   MOVE WS-SUB TO W13-FIELD-IDX
               END-IF
           END-PERFORM.
           IF W13-FIELD-IDX = 0 OR W24-LENGTH(W13-FIELD-IDX) = 0
               DISPLAY "Campo no definido en " SS-LAYOUT-DSN
               GO TO EDIT-ONE-STEP-EXIT
           END-IF.
           PERFORM MASK-FIELD-VALUE.
           DISPLAY "Valor actual: " FUNCTION TRIM(W30-MASK-VALUE
               TRAILING).
           DISPLAY "Nuevo valor: ".
           MOVE SPACES TO W12-VALUE-IN.
           ACCEPT W12-VALUE-IN.
           MOVE W24-LENGTH(W13-FIELD-IDX) TO W18-EDIT-LENGTH.
           IF W18-EDIT-LENGTH > 256
               MOVE 256 TO W18-EDIT-LENGTH
           END-IF.
           MOVE W12-VALUE-IN(1:W18-EDIT-LENGTH)
               TO W21-RV-RECORD(W24-START(W13-FIELD-IDX):
                   W18-EDIT-LENGTH).
       EDIT-ONE-STEP-EXIT.
           EXIT.

       REVALIDATE-ITEM.
           MOVE "V" TO W20-RV-FUNCTION.
           PERFORM CALL-RECORD-VALIDATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF W22-RECORD-VALID
               PERFORM WRITE-RESUBMISSION
               IF WS-RESUB-STATUS = "00"
                   SET SS-IS-RESUBMITTED TO TRUE
                   MOVE W02-OPERATOR TO SS-STEWARD
                   MOVE WS-CURRENT-DATE(1:14) TO SS-ACTION-TS
                   MOVE W21-RV-RECORD TO SS-WORK-RECORD
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "VALSUSP no actualizado"
                   END-REWRITE
                   MOVE SPACES TO W16-AUDIT-RECORD
                   STRING "VALSCOR " SS-FEED SS-RECNO
                       DELIMITED BY SIZE
                       INTO W16-AUDIT-RECORD
                   CALL "COBOLCLSFA" USING W16-AUDIT-RECORD,
                                            W17-AUDIT-RESULT
                   DISPLAY "Registro valido; se reenvia en la "
                       "proxima corrida de " SS-FEED
                   MOVE "Y" TO W14-DONE
               ELSE
                   DISPLAY "VALRESUB no disponible: " WS-RESUB-STATUS
               END-IF
           ELSE
               MOVE W25-RV-ERR-COUNT TO SS-ERR-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 70
                   MOVE W26-ERR-TYPE(WS-SUB)   TO SS-ERR-TYPE(WS-SUB)
                   MOVE W26-ERR-FIELD(WS-SUB)  TO SS-ERR-FIELD(WS-SUB)
                   MOVE W26-ERR-REASON(WS-SUB)
                       TO SS-ERR-REASON(WS-SUB)
               END-PERFORM
               PERFORM SAVE-WORK-IMAGE
               DISPLAY "El registro sigue sin superar la validacion:"
               PERFORM SHOW-ITEM-ERRORS
           END-IF.

       WRITE-RESUBMISSION.
           OPEN I-O RESUBMIT-FILE.
           IF WS-RESUB-STATUS = "35"
               OPEN OUTPUT RESUBMIT-FILE
               CLOSE RESUBMIT-FILE
               OPEN I-O RESUBMIT-FILE
           END-IF.
           IF WS-RESUB-STATUS = "00"
               MOVE SS-KEY TO RS-KEY
               MOVE W02-OPERATOR TO RS-STEWARD
               MOVE WS-CURRENT-DATE(1:14) TO RS-CORRECTED-TS
               MOVE W21-RV-RECORD TO RS-RECORD
               WRITE RESUBMIT-RECORD
                   INVALID KEY
                       REWRITE RESUBMIT-RECORD
                           INVALID KEY MOVE "99" TO WS-RESUB-STATUS
                       END-REWRITE
               END-WRITE
               CLOSE RESUBMIT-FILE
           END-IF.

       SAVE-WORK-IMAGE.
           MOVE W21-RV-RECORD TO SS-WORK-RECORD.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "VALSUSP no actualizado"
           END-REWRITE.

       DISCARD-ITEM.
           DISPLAY "Descartar el registro sin reenviarlo (S/N): ".
           ACCEPT W15-CONFIRM.
           IF W15-CONFIRM = "S" OR W15-CONFIRM = "s"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               SET SS-IS-DISCARDED TO TRUE
               MOVE W02-OPERATOR TO SS-STEWARD
               MOVE WS-CURRENT-DATE(1:14) TO SS-ACTION-TS
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "VALSUSP no actualizado"
               END-REWRITE
               MOVE SPACES TO W16-AUDIT-RECORD
               STRING "VALSDES " SS-FEED SS-RECNO
                   DELIMITED BY SIZE
                   INTO W16-AUDIT-RECORD
               CALL "COBOLCLSFA" USING W16-AUDIT-RECORD,
                                        W17-AUDIT-RESULT
               DISPLAY "Registro descartado"
               MOVE "Y" TO W14-DONE
           END-IF.
