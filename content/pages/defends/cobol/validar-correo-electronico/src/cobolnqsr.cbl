       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLNQSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMS-RESULTS ASSIGN TO "SMSRESULT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SR-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NQ-KEY
           FILE STATUS IS WS-NQ-STATUS.

           SELECT RETRY-PARAM ASSIGN TO "NQRETRYPRM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT DEAD-LETTER ASSIGN TO "NQDEADLTR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DL-KEY
           FILE STATUS IS WS-DL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SMS-RESULTS.
       01 SMS-RESULT-RECORD.
           05 SR-REF       PIC X(18).
           05 SR-RESULT    PIC X(01).
               88 SR-DELIVERED VALUE "D".
               88 SR-FAILED    VALUE "F".
           05 SR-TS        PIC X(14).
           05 SR-ERROR     PIC X(30).

       FD NOTIFY-QUEUE.
       01 NOTIFY-QUEUE-RECORD.
           05 NQ-KEY.
               10 NQ-QUEUED-TS PIC X(14).
               10 NQ-SEQ       PIC 9(04).
           05 NQ-RECIPIENT PIC X(256).
           05 NQ-TEMPLATE  PIC X(07).
           05 NQ-SUBST     PIC X(32).
           05 NQ-STATUS    PIC X(01).
               88 NQ-IS-PENDING VALUE "P".
               88 NQ-IS-SENT    VALUE "S".
               88 NQ-IS-FAILED  VALUE "F".
               88 NQ-IS-RETRY   VALUE "R".
           05 NQ-SENT-TS   PIC X(14).
           05 NQ-CORRID    PIC X(12).
           05 NQ-ATTEMPTS  PIC 9(02).
           05 NQ-NEXT-TRY  PIC X(14).
           05 NQ-LAST-ERROR PIC X(30).
           05 NQ-CHANNEL   PIC X(01).
               88 NQ-IS-SMS     VALUE "S".
           05 NQ-DLV-STATUS PIC X(01).
               88 NQ-DELIVERED  VALUE "D".
               88 NQ-NOT-DELIVERED VALUE "F".
           05 NQ-DLV-TS    PIC X(14).

       FD RETRY-PARAM.
       01 RETRY-PARAM-RECORD.
           05 RP-MAX-ATTEMPTS  PIC 9(02).
           05 RP-BASE-MINUTES  PIC 9(04).

       FD DEAD-LETTER.
       01 DEAD-LETTER-RECORD.
           05 DL-KEY.
               10 DL-QUEUED-TS PIC X(14).
               10 DL-SEQ       PIC 9(04).
           05 DL-RECIPIENT  PIC X(256).
           05 DL-TEMPLATE   PIC X(07).
           05 DL-SUBST      PIC X(32).
           05 DL-CORRID     PIC X(12).
           05 DL-ATTEMPTS   PIC 9(02).
           05 DL-LAST-ERROR PIC X(30).
           05 DL-DEAD-TS    PIC X(14).
           05 DL-STATUS     PIC X(01).
               88 DL-IS-DEAD        VALUE "D".
               88 DL-IS-RESUBMITTED VALUE "R".
           05 DL-ACTION-TS  PIC X(14).
           05 DL-ACTION-BY  PIC X(16).
           05 DL-CHANNEL    PIC X(01).
               88 DL-IS-SMS         VALUE "S".

       WORKING-STORAGE SECTION.
       01 WS-SR-STATUS       PIC X(02) VALUE "00".
           88 WS-SR-EOF VALUE "10".
       01 WS-NQ-STATUS       PIC X(02) VALUE "00".
           88 WS-NQ-FOUND    VALUE "00".
           88 WS-NQ-NOTFOUND VALUE "23".
       01 WS-PARM-STATUS     PIC X(02) VALUE "00".
       01 WS-DL-STATUS       PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-MAX-ATTEMPTS   PIC 9(02) VALUE 5.
       01 W02-DELIVERED      PIC 9(07) VALUE 0.
       01 W03-FAILED         PIC 9(07) VALUE 0.
       01 W04-DEAD           PIC 9(07) VALUE 0.
       01 W05-UNMATCHED      PIC 9(07) VALUE 0.

      * Posts the SMS gateway's delivery results back to NOTIFYQ.
      * Each result carries the SS-REF COBOLNQSND wrote, which is the
      * queue key.  A delivery is stamped on the record; a failure
      * puts the message back as R for the next COBOLNQSND run, or on
      * NQDEADLTR once the NQRETRYPRM attempt limit is used up, the
      * same as a failed hand-off to the spool.  Results that match
      * nothing (already dead-lettered, or not ours) are only counted.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           PERFORM READ-RETRY-PARAM.

           OPEN INPUT SMS-RESULTS.
           IF WS-SR-STATUS NOT = "00"
               DISPLAY "SMSRESULT no disponible: " WS-SR-STATUS
               GOBACK
           END-IF.
           OPEN I-O NOTIFY-QUEUE.
           IF WS-NQ-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOTIFYQ: " WS-NQ-STATUS
               CLOSE SMS-RESULTS
               GOBACK
           END-IF.
           OPEN I-O DEAD-LETTER.
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER
               CLOSE DEAD-LETTER
               OPEN I-O DEAD-LETTER
           END-IF.

           READ SMS-RESULTS
               AT END SET WS-SR-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SR-EOF
               PERFORM POST-ONE-RESULT
               READ SMS-RESULTS
                   AT END SET WS-SR-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SMS-RESULTS.
           CLOSE NOTIFY-QUEUE.
           CLOSE DEAD-LETTER.
           DISPLAY "SMS entregados: " W02-DELIVERED.
           DISPLAY "SMS fallidos: " W03-FAILED.
           DISPLAY "  de ellos a NQDEADLTR: " W04-DEAD.
           DISPLAY "Resultados sin mensaje: " W05-UNMATCHED.

           GOBACK.

       READ-RETRY-PARAM.
           OPEN INPUT RETRY-PARAM.
           IF WS-PARM-STATUS = "00"
               READ RETRY-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF RP-MAX-ATTEMPTS NUMERIC
                           AND RP-MAX-ATTEMPTS > 0
                           MOVE RP-MAX-ATTEMPTS TO W01-MAX-ATTEMPTS
                       END-IF
               END-READ
               CLOSE RETRY-PARAM
           END-IF.

       POST-ONE-RESULT.
           MOVE "00" TO WS-NQ-STATUS.
           MOVE SR-REF TO NQ-KEY.
           READ NOTIFY-QUEUE
               KEY IS NQ-KEY
               INVALID KEY SET WS-NQ-NOTFOUND TO TRUE
           END-READ.
           IF WS-NQ-NOTFOUND OR NOT NQ-IS-SMS OR NOT NQ-IS-SENT
               ADD 1 TO W05-UNMATCHED
           ELSE
               MOVE SR-TS TO NQ-DLV-TS
               IF SR-DELIVERED
                   MOVE "D" TO NQ-DLV-STATUS
                   ADD 1 TO W02-DELIVERED
                   REWRITE NOTIFY-QUEUE-RECORD
               ELSE
                   MOVE "F" TO NQ-DLV-STATUS
                   MOVE SR-ERROR TO NQ-LAST-ERROR
                   IF NQ-LAST-ERROR = SPACES
                       MOVE "PASARELA SMS SIN ENTREGA" TO NQ-LAST-ERROR
                   END-IF
                   ADD 1 TO W03-FAILED
                   IF NQ-ATTEMPTS < W01-MAX-ATTEMPTS
                       MOVE "R" TO NQ-STATUS
                       MOVE SPACES TO NQ-NEXT-TRY
                       REWRITE NOTIFY-QUEUE-RECORD
                   ELSE
                       PERFORM MOVE-TO-DEAD-LETTER
                   END-IF
               END-IF
           END-IF.

       MOVE-TO-DEAD-LETTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "F" TO NQ-STATUS.
           MOVE SPACES TO NQ-NEXT-TRY.
           MOVE NQ-KEY        TO DL-KEY.
           MOVE NQ-RECIPIENT  TO DL-RECIPIENT.
           MOVE NQ-TEMPLATE   TO DL-TEMPLATE.
           MOVE NQ-SUBST      TO DL-SUBST.
           MOVE NQ-CORRID     TO DL-CORRID.
           MOVE NQ-ATTEMPTS   TO DL-ATTEMPTS.
           MOVE NQ-LAST-ERROR TO DL-LAST-ERROR.
           MOVE WS-CURRENT-DATE(1:14) TO DL-DEAD-TS.
           MOVE "D" TO DL-STATUS.
           MOVE SPACES TO DL-ACTION-TS.
           MOVE SPACES TO DL-ACTION-BY.
           MOVE NQ-CHANNEL    TO DL-CHANNEL.
           WRITE DEAD-LETTER-RECORD
               INVALID KEY
                   REWRITE DEAD-LETTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
           IF WS-DL-STATUS = "00"
               DELETE NOTIFY-QUEUE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO W04-DEAD
           ELSE
               REWRITE NOTIFY-QUEUE-RECORD
           END-IF.
