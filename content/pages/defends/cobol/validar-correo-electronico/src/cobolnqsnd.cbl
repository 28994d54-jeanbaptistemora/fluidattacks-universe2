           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT SMS-SPOOL ASSIGN TO "NOTIFYSMS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SMS-STATUS.

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

       FD OUTBOUND-SPOOL.
       01 OUTBOUND-SPOOL-RECORD.
           05 OS-RECIPIENT PIC X(256).
           05 OS-TEXT      PIC X(80).

       FD SMS-SPOOL.
       01 SMS-SPOOL-RECORD.
           05 SS-REF       PIC X(18).
           05 SS-NUMBER    PIC X(20).
           05 SS-TEXT      PIC X(80).

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
       01 WS-NQ-STATUS    PIC X(02) VALUE "00".
           88 WS-NQ-EOF VALUE "10".
       01 W07-MSG-CTX    PIC X(10) VALUE "COBOLNQSND".
       01 W05-SENT        PIC 9(07) VALUE 0.
       01 W06-FAILED      PIC 9(07) VALUE 0.
       01 WS-PARM-STATUS  PIC X(02) VALUE "00".
       01 WS-DL-STATUS    PIC X(02) VALUE "00".
       01 W08-DEAD        PIC 9(07) VALUE 0.
       01 W09-MAX-ATTEMPTS PIC 9(02) VALUE 5.
       01 W10-BASE-MINUTES PIC 9(04) VALUE 15.
       01 W11-NOW-TS      PIC X(14) VALUE SPACES.
       01 W12-ERROR       PIC X(30) VALUE SPACES.
       01 W13-DELAY       PIC 9(07) VALUE 0.
       01 W14-TODAY-NUMERIC PIC 9(08).
       01 W15-DAY-INTEGER PIC 9(08).
       01 W16-MINUTES     PIC 9(07).
       01 W17-ADD-DAYS    PIC 9(03).
       01 W18-MINUTE-OF-DAY PIC 9(04).
       01 W19-TRY-DATE    PIC 9(08).
       01 W20-TRY-HH      PIC 9(02).
       01 W21-TRY-MM      PIC 9(02).
       01 W22-EXPONENT    PIC 9(02).
       01 WS-SMS-STATUS   PIC X(02) VALUE "00".
       01 W23-SMS-OPEN    PIC X(01) VALUE "N".
           88 W23-SMS-READY VALUE "Y".
       01 W24-SMS-SENT    PIC 9(07) VALUE 0.

      * Drains the outbound queue: each pending message is rendered
      * through the message catalog and handed to the transfer spool,
      * and the queue record keeps the delivery status and timestamp.
      * A send that fails is kept as R with the attempt count, the
      * error and the time of the next try, which doubles from the
      * NQRETRYPRM base each attempt (capped at a day).  Once the
      * attempt limit is reached the message leaves the queue for
      * NQDEADLTR, where COBOLNQDL can inspect and resubmit it.
      * Messages queued for SMS by COBOLNQWS go to the gateway spool
      * NOTIFYSMS instead; if that spool cannot be opened they are
      * left on the queue untouched for the next run.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           PERFORM READ-RETRY-PARAM.

           OPEN I-O NOTIFY-QUEUE.
           IF WS-NQ-STATUS NOT = "00"
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT OUTBOUND-SPOOL
           END-IF.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOTIFYOUT: " WS-OUT-STATUS
               CLOSE NOTIFY-QUEUE
               GOBACK
           END-IF.
           OPEN EXTEND SMS-SPOOL.
           IF WS-SMS-STATUS = "35"
               OPEN OUTPUT SMS-SPOOL
           END-IF.
           IF WS-SMS-STATUS = "00"
               MOVE "Y" TO W23-SMS-OPEN
           ELSE
               DISPLAY "NOTIFYSMS no disponible, SMS quedan en cola: "
                   WS-SMS-STATUS
           END-IF.
           OPEN I-O DEAD-LETTER.
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER
               CLOSE DEAD-LETTER
               OPEN I-O DEAD-LETTER
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO W11-NOW-TS.
           MOVE SPACES TO NQ-KEY.
           START NOTIFY-QUEUE KEY IS NOT LESS THAN NQ-KEY
               INVALID KEY SET WS-NQ-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-NQ-EOF
               IF (NQ-IS-PENDING
                   OR (NQ-IS-RETRY AND NQ-NEXT-TRY NOT > W11-NOW-TS))
                   AND (W23-SMS-READY OR NOT NQ-IS-SMS)
                   PERFORM SEND-ONE-MESSAGE
               END-IF
               READ NOTIFY-QUEUE NEXT RECORD

           CLOSE NOTIFY-QUEUE.
           CLOSE OUTBOUND-SPOOL.
           IF W23-SMS-READY
               CLOSE SMS-SPOOL
           END-IF.
           CLOSE DEAD-LETTER.
           DISPLAY "Mensajes enviados: " W05-SENT.
           DISPLAY "  de ellos por SMS: " W24-SMS-SENT.
           DISPLAY "Mensajes fallidos: " W06-FAILED.
           DISPLAY "Mensajes a NQDEADLTR: " W08-DEAD.

           GOBACK.

       READ-RETRY-PARAM.
           OPEN INPUT RETRY-PARAM.
           IF WS-PARM-STATUS = "00"
               READ RETRY-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF RP-MAX-ATTEMPTS NUMERIC
                           AND RP-MAX-ATTEMPTS > 0
                           MOVE RP-MAX-ATTEMPTS TO W09-MAX-ATTEMPTS
                       END-IF
                       IF RP-BASE-MINUTES NUMERIC
                           AND RP-BASE-MINUTES > 0
                           MOVE RP-BASE-MINUTES TO W10-BASE-MINUTES
                       END-IF
               END-READ
               CLOSE RETRY-PARAM
           END-IF.

       SEND-ONE-MESSAGE.
           MOVE NQ-TEMPLATE TO W01-MSG-ID.
           MOVE SPACES TO W02-MSG-LANG.
           CALL "COBOLMSGT" USING W01-MSG-ID, W02-MSG-LANG,
               W03-MSG-SUBST, W04-MSG-TEXT, W07-MSG-CTX.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO W12-ERROR.
           IF W04-MSG-TEXT = SPACES
               MOVE "PLANTILLA SIN TEXTO EN MSGCAT" TO W12-ERROR
           ELSE
               IF NQ-IS-SMS
                   PERFORM WRITE-SMS-SPOOL
               ELSE
                   PERFORM WRITE-MAIL-SPOOL
               END-IF
           END-IF.
           ADD 1 TO NQ-ATTEMPTS.
           MOVE WS-CURRENT-DATE(1:14) TO NQ-SENT-TS.
           IF W12-ERROR = SPACES
               MOVE "S" TO NQ-STATUS
               MOVE SPACES TO NQ-NEXT-TRY
               MOVE SPACES TO NQ-DLV-STATUS
               MOVE SPACES TO NQ-DLV-TS
               ADD 1 TO W05-SENT
               IF NQ-IS-SMS
                   ADD 1 TO W24-SMS-SENT
               END-IF
               REWRITE NOTIFY-QUEUE-RECORD
           ELSE
               MOVE W12-ERROR TO NQ-LAST-ERROR
               ADD 1 TO W06-FAILED
               IF NQ-ATTEMPTS < W09-MAX-ATTEMPTS
                   MOVE "R" TO NQ-STATUS
                   PERFORM COMPUTE-NEXT-TRY
                   REWRITE NOTIFY-QUEUE-RECORD
               ELSE
                   PERFORM MOVE-TO-DEAD-LETTER
               END-IF
           END-IF.

       WRITE-MAIL-SPOOL.
           MOVE NQ-RECIPIENT TO OS-RECIPIENT.
           MOVE W04-MSG-TEXT TO OS-TEXT.
           WRITE OUTBOUND-SPOOL-RECORD.
           IF WS-OUT-STATUS NOT = "00"
               STRING "ERROR NOTIFYOUT " WS-OUT-STATUS
                   DELIMITED BY SIZE
                   INTO W12-ERROR
           END-IF.

      * The gateway echoes SS-REF back in its delivery results, which
      * is how COBOLNQSR finds the queue record again.
       WRITE-SMS-SPOOL.
           MOVE NQ-KEY TO SS-REF.
           MOVE NQ-RECIPIENT(1:20) TO SS-NUMBER.
           MOVE W04-MSG-TEXT TO SS-TEXT.
           WRITE SMS-SPOOL-RECORD.
           IF WS-SMS-STATUS NOT = "00"
               STRING "ERROR NOTIFYSMS " WS-SMS-STATUS
                   DELIMITED BY SIZE
                   INTO W12-ERROR
           END-IF.

      * Delay before the next try: base minutes doubled for every
      * attempt already made, never more than a day.
       COMPUTE-NEXT-TRY.
           MOVE W10-BASE-MINUTES TO W13-DELAY.
           COMPUTE W22-EXPONENT = NQ-ATTEMPTS - 1.
           PERFORM W22-EXPONENT TIMES
               IF W13-DELAY < 1440
                   COMPUTE W13-DELAY = W13-DELAY * 2
               END-IF
           END-PERFORM.
           IF W13-DELAY > 1440
               MOVE 1440 TO W13-DELAY
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO W14-TODAY-NUMERIC.
           COMPUTE W15-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(W14-TODAY-NUMERIC).
           MOVE WS-CURRENT-DATE(9:2) TO W20-TRY-HH.
           MOVE WS-CURRENT-DATE(11:2) TO W21-TRY-MM.
           COMPUTE W16-MINUTES = W20-TRY-HH * 60 + W21-TRY-MM
               + W13-DELAY.
           DIVIDE W16-MINUTES BY 1440 GIVING W17-ADD-DAYS
               REMAINDER W18-MINUTE-OF-DAY.
           COMPUTE W19-TRY-DATE = FUNCTION DATE-OF-INTEGER(
               W15-DAY-INTEGER + W17-ADD-DAYS).
           DIVIDE W18-MINUTE-OF-DAY BY 60 GIVING W20-TRY-HH
               REMAINDER W21-TRY-MM.
           MOVE SPACES TO NQ-NEXT-TRY.
           STRING W19-TRY-DATE W20-TRY-HH W21-TRY-MM
               WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO NQ-NEXT-TRY.

      * The queue record only leaves NOTIFYQ once its copy is safely
      * on NQDEADLTR; if that write fails it stays as F on the queue.
       MOVE-TO-DEAD-LETTER.
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
               ADD 1 TO W08-DEAD
           ELSE
               REWRITE NOTIFY-QUEUE-RECORD
           END-IF.
