       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATION-PARAM ASSIGN TO "VALPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT INPUT-FILE ASSIGN TO "VALINPUT"
           ORGANIZATION IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ERR-STATUS.

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
       FD VALIDATION-PARAM.
       01 VALIDATION-PARAM-RECORD.
           05 VP-FEED       PIC X(10).
           05 VP-LAYOUT-DSN PIC X(10).
           05 VP-RULES-DSN  PIC X(10).

       FD INPUT-FILE.
       01 INPUT-FILE-RECORD PIC X(512).
       FD ERROR-REPORT.
       01 ERROR-REPORT-RECORD PIC X(132).

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
       01 WS-PARAM-STATUS  PIC X(02) VALUE "00".
       01 WS-INPUT-STATUS  PIC X(02) VALUE "00".
           88 WS-INPUT-EOF     VALUE "10".
       01 WS-CLEAN-STATUS  PIC X(02) VALUE "00".
       01 WS-ERR-STATUS    PIC X(02) VALUE "00".
       01 WS-SUSP-STATUS   PIC X(02) VALUE "00".
       01 WS-RESUB-STATUS  PIC X(02) VALUE "00".
           88 WS-RESUB-EOF     VALUE "10".
       01 WS-SUB           PIC 9(03) VALUE 0.
       01 WS-RECORD-NUMBER PIC 9(07) VALUE 0.
       01 WS-ACCEPTED      PIC 9(07) VALUE 0.
       01 WS-REJECTED      PIC 9(07) VALUE 0.
       01 WS-RESUBMITTED   PIC 9(07) VALUE 0.
       01 WS-SUSPENDED     PIC 9(07) VALUE 0.
       01 WS-CORRID        PIC X(12) VALUE SPACES.
       01 WS-CURRENT-DATE  PIC X(21).
       01 W03-FEED         PIC X(10) VALUE "VALINPUT".
       01 W04-PRIOR-KEY    PIC X(29) VALUE SPACES.
       01 W05-SUSP-OPEN    PIC X(01) VALUE "N".
           88 W05-SUSPENSE-OPEN VALUE "Y".
       01 W10-RV-FUNCTION  PIC X(01) VALUE "L".
       01 W11-LAYOUT-DSN   PIC X(10) VALUE "LAYOUTDEF".
       01 W12-RULES-DSN    PIC X(10) VALUE "RECRULES".
       01 W13-RV-RECORD    PIC X(512) VALUE SPACES.
       01 W14-RV-RESULT    PIC X(01).
           88 W14-RECORD-VALID VALUE "Y".
           88 W14-NO-LAYOUT    VALUE "L".
       01 W15-RV-FIELD-COUNT PIC 9(03) VALUE 0.
       01 W16-RV-FIELDS.
           05 W16-RV-FIELD OCCURS 50 TIMES.
               10 W16-FIELDNAME  PIC X(20).
               10 W16-START      PIC 9(04).
               10 W16-LENGTH     PIC 9(04).
               10 W16-DICT-FIELD PIC X(20).
       01 W17-RV-ERR-COUNT PIC 9(02) VALUE 0.
       01 W18-RV-ERRORS.
           05 W18-RV-ERROR OCCURS 70 TIMES.
               10 W18-ERR-TYPE   PIC X(01).
               10 W18-ERR-FIELD  PIC X(20).
               10 W18-ERR-REASON PIC 9(04).

      * Generic feed validation against LAYOUTDEF, FIELDDICT and
      * RECRULES (COBOLGFRV does the checking).  VALPARM, when
      * present, names the feed and the layout and rules files it is
      * described by.  A rejected record is not only reported in
      * VALERRRPT: it is kept on VALSUSP with its image, the feed,
      * the layout and rules in use and every failure, for a data
      * steward to correct on COBOLVSCR.  Corrections waiting on
      * VALRESUB for this feed are validated after the feed itself;
      * those that now pass go to VALCLEAN with it, those that still
      * fail go back into suspense as new items.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           PERFORM READ-VALIDATION-PARAM.
           DISPLAY "Alimentacion: " W03-FEED
               " Definicion: " W11-LAYOUT-DSN
               " Reglas: " W12-RULES-DSN.

           MOVE "L" TO W10-RV-FUNCTION.
           PERFORM CALL-RECORD-VALIDATOR.
           IF W14-NO-LAYOUT
               DISPLAY "Sin definicion de registro, nada que validar"
               GOBACK
           END-IF.

           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT CLEAN-FILE.
           OPEN OUTPUT ERROR-REPORT.
           PERFORM OPEN-SUSPENSE.

           READ INPUT-FILE
               AT END SET WS-INPUT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-INPUT-EOF
               ADD 1 TO WS-RECORD-NUMBER
               MOVE INPUT-FILE-RECORD TO W13-RV-RECORD
               MOVE SPACES TO W04-PRIOR-KEY
               PERFORM VALIDATE-ONE-RECORD
               READ INPUT-FILE
                   AT END SET WS-INPUT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.

           PERFORM PROCESS-RESUBMISSIONS
               THRU PROCESS-RESUBMISSIONS-EXIT.

           CLOSE CLEAN-FILE.
           CLOSE ERROR-REPORT.
           IF W05-SUSPENSE-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           DISPLAY "Registros aceptados: " WS-ACCEPTED.
           DISPLAY "Registros rechazados: " WS-REJECTED.
           DISPLAY "Correcciones reenviadas: " WS-RESUBMITTED.
           DISPLAY "Registros en suspenso: " WS-SUSPENDED.

           GOBACK.

       READ-VALIDATION-PARAM.
           OPEN INPUT VALIDATION-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ VALIDATION-PARAM
                   AT END MOVE SPACES TO VALIDATION-PARAM-RECORD
               END-READ
               IF VP-FEED NOT = SPACES
                   MOVE VP-FEED TO W03-FEED
               END-IF
               IF VP-LAYOUT-DSN NOT = SPACES
                   MOVE VP-LAYOUT-DSN TO W11-LAYOUT-DSN
               END-IF
               IF VP-RULES-DSN NOT = SPACES
                   MOVE VP-RULES-DSN TO W12-RULES-DSN
               END-IF
               CLOSE VALIDATION-PARAM
           END-IF.

      * Suspense is created on first use.  If it cannot be opened the
      * run still validates and reports; rejects are then only in
      * VALERRRPT, as they were before there was a suspense file.
       OPEN-SUSPENSE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSP-STATUS = "00"
               MOVE "Y" TO W05-SUSP-OPEN
           ELSE
               DISPLAY "VALSUSP no disponible: " WS-SUSP-STATUS
           END-IF.

       CALL-RECORD-VALIDATOR.
           CALL "COBOLGFRV" USING W10-RV-FUNCTION, W11-LAYOUT-DSN,
               W12-RULES-DSN, W13-RV-RECORD, W14-RV-RESULT,
               W15-RV-FIELD-COUNT, W16-RV-FIELDS,
               W17-RV-ERR-COUNT, W18-RV-ERRORS.

       VALIDATE-ONE-RECORD.
           MOVE "V" TO W10-RV-FUNCTION.
           PERFORM CALL-RECORD-VALIDATOR.
           IF W14-RECORD-VALID
               MOVE W13-RV-RECORD TO CLEAN-FILE-RECORD
               WRITE CLEAN-FILE-RECORD
               ADD 1 TO WS-ACCEPTED
           ELSE
               ADD 1 TO WS-REJECTED
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > W17-RV-ERR-COUNT
                   PERFORM REPORT-ONE-ERROR
               END-PERFORM
               PERFORM WRITE-SUSPENSE-ITEM
                   THRU WRITE-SUSPENSE-ITEM-EXIT
           END-IF.

       REPORT-ONE-ERROR.
           MOVE SPACES TO ERROR-REPORT-RECORD.
           IF W18-ERR-TYPE(WS-SUB) = "D"
               STRING "REGISTRO " WS-RECORD-NUMBER
                   " CAMPO " W18-ERR-FIELD(WS-SUB)
                   " MOTIVO " W18-ERR-REASON(WS-SUB)
                   DELIMITED BY SIZE
                   INTO ERROR-REPORT-RECORD
           ELSE
               STRING "REGISTRO " WS-RECORD-NUMBER
                   " REGLA " W18-ERR-TYPE(WS-SUB)
                   " " W18-ERR-FIELD(WS-SUB)
                   " MOTIVO " W18-ERR-REASON(WS-SUB)
                   DELIMITED BY SIZE
                   INTO ERROR-REPORT-RECORD
           END-IF.
           WRITE ERROR-REPORT-RECORD.

       WRITE-SUSPENSE-ITEM.
           IF NOT W05-SUSPENSE-OPEN
               GO TO WRITE-SUSPENSE-ITEM-EXIT
           END-IF.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE W03-FEED         TO SS-FEED.
           MOVE WS-CORRID        TO SS-RUN-CORRID.
           MOVE WS-RECORD-NUMBER TO SS-RECNO.
           MOVE W11-LAYOUT-DSN   TO SS-LAYOUT-DSN.
           MOVE W12-RULES-DSN    TO SS-RULES-DSN.
           SET SS-IS-OPEN TO TRUE.
           MOVE WS-CURRENT-DATE(1:14) TO SS-SUSPENDED-TS.
           MOVE W04-PRIOR-KEY    TO SS-PRIOR-KEY.
           MOVE W17-RV-ERR-COUNT TO SS-ERR-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > W17-RV-ERR-COUNT
               MOVE W18-ERR-TYPE(WS-SUB)   TO SS-ERR-TYPE(WS-SUB)
               MOVE W18-ERR-FIELD(WS-SUB)  TO SS-ERR-FIELD(WS-SUB)
               MOVE W18-ERR-REASON(WS-SUB) TO SS-ERR-REASON(WS-SUB)
           END-PERFORM.
           MOVE W13-RV-RECORD TO SS-RECORD.
           MOVE W13-RV-RECORD TO SS-WORK-RECORD.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Suspenso duplicado: " SS-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENDED
           END-WRITE.
       WRITE-SUSPENSE-ITEM-EXIT.
           EXIT.

      * Each correction is numbered after the feed's own records and
      * judged by the layout and rules of this run.  The item it came
      * from is closed as cleared (C) or failed again (F); a failure
      * opens a new item pointing back at the old one.
       PROCESS-RESUBMISSIONS.
           OPEN I-O RESUBMIT-FILE.
           IF WS-RESUB-STATUS NOT = "00"
               GO TO PROCESS-RESUBMISSIONS-EXIT
           END-IF.
           MOVE LOW-VALUES TO RS-KEY.
           MOVE W03-FEED TO RS-FEED.
           START RESUBMIT-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY SET WS-RESUB-EOF TO TRUE
           END-START.
           IF NOT WS-RESUB-EOF
               READ RESUBMIT-FILE NEXT RECORD
                   AT END SET WS-RESUB-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-RESUB-EOF OR RS-FEED NOT = W03-FEED
               PERFORM VALIDATE-ONE-RESUBMISSION
               DELETE RESUBMIT-FILE RECORD
                   INVALID KEY
                       DISPLAY "VALRESUB no borrado: " RS-KEY
               END-DELETE
               READ RESUBMIT-FILE NEXT RECORD
                   AT END SET WS-RESUB-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RESUBMIT-FILE.
       PROCESS-RESUBMISSIONS-EXIT.
           EXIT.

       VALIDATE-ONE-RESUBMISSION.
           ADD 1 TO WS-RECORD-NUMBER.
           ADD 1 TO WS-RESUBMITTED.
           MOVE RS-RECORD TO W13-RV-RECORD.
           MOVE RS-KEY TO W04-PRIOR-KEY.
           PERFORM VALIDATE-ONE-RECORD.
           IF W05-SUSPENSE-OPEN
               MOVE W04-PRIOR-KEY TO SS-KEY
               READ SUSPENSE-FILE
                   KEY IS SS-KEY
                   INVALID KEY MOVE "23" TO WS-SUSP-STATUS
               END-READ
               IF WS-SUSP-STATUS = "00"
                   IF W14-RECORD-VALID
                       SET SS-IS-CLEARED TO TRUE
                   ELSE
                       SET SS-IS-FAILED TO TRUE
                   END-IF
                   MOVE WS-CURRENT-DATE(1:14) TO SS-ACTION-TS
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "VALSUSP no actualizado: " SS-KEY
                   END-REWRITE
               END-IF
           END-IF.
