       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLNQCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-QUEUE ASSIGN TO "NOTIFYQO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-QUEUE ASSIGN TO "NOTIFYQ"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NQ-KEY
           FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OLD-QUEUE.
       01 OLD-QUEUE-RECORD.
           05 OLD-KEY       PIC X(18).
           05 OLD-RECIPIENT PIC X(256).
           05 OLD-TEMPLATE  PIC X(07).
           05 OLD-SUBST     PIC X(32).
           05 OLD-STATUS    PIC X(01).
           05 OLD-SENT-TS   PIC X(14).
           05 OLD-CORRID    PIC X(12).

       FD NEW-QUEUE.
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

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(02) VALUE "00".
           88 WS-OLD-EOF VALUE "10".
       01 WS-NEW-STATUS PIC X(02) VALUE "00".
       01 WS-CORRID     PIC X(12) VALUE SPACES.
       01 W01-CONVERTED PIC 9(07) VALUE 0.
       01 W02-REQUEUED  PIC 9(07) VALUE 0.
       01 W03-ERRORS    PIC 9(07) VALUE 0.

      * One-time conversion of NOTIFYQ to the layout with attempt
      * count, next try, last error, channel and delivery result;
      * everything queued so far was email.  Messages that had already
      * failed under the old single-try rule go back as R with one
      * attempt used, so COBOLNQSND picks them up on its next run.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.

           OPEN INPUT OLD-QUEUE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOTIFYQO: " WS-OLD-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-QUEUE.

           READ OLD-QUEUE NEXT RECORD
               AT END SET WS-OLD-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-OLD-EOF
               PERFORM CONVERT-ONE-RECORD
               READ OLD-QUEUE NEXT RECORD
                   AT END SET WS-OLD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE OLD-QUEUE.
           CLOSE NEW-QUEUE.
           DISPLAY "Registros convertidos: " W01-CONVERTED.
           DISPLAY "Fallidos reintentables: " W02-REQUEUED.
           DISPLAY "Errores: " W03-ERRORS.

           GOBACK.

       CONVERT-ONE-RECORD.
           MOVE OLD-KEY       TO NQ-KEY.
           MOVE OLD-RECIPIENT TO NQ-RECIPIENT.
           MOVE OLD-TEMPLATE  TO NQ-TEMPLATE.
           MOVE OLD-SUBST     TO NQ-SUBST.
           MOVE OLD-STATUS    TO NQ-STATUS.
           MOVE OLD-SENT-TS   TO NQ-SENT-TS.
           MOVE OLD-CORRID    TO NQ-CORRID.
           MOVE 0 TO NQ-ATTEMPTS.
           MOVE SPACES TO NQ-NEXT-TRY.
           MOVE SPACES TO NQ-LAST-ERROR.
           MOVE "E" TO NQ-CHANNEL.
           MOVE SPACES TO NQ-DLV-STATUS.
           MOVE SPACES TO NQ-DLV-TS.
           IF NQ-IS-SENT
               MOVE 1 TO NQ-ATTEMPTS
           END-IF.
           IF NQ-IS-FAILED
               MOVE "R" TO NQ-STATUS
               MOVE 1 TO NQ-ATTEMPTS
               MOVE OLD-SENT-TS TO NQ-NEXT-TRY
               MOVE "FALLO PREVIO A LOS REINTENTOS" TO NQ-LAST-ERROR
               ADD 1 TO W02-REQUEUED
           END-IF.
           WRITE NOTIFY-QUEUE-RECORD
               INVALID KEY ADD 1 TO W03-ERRORS
               NOT INVALID KEY ADD 1 TO W01-CONVERTED
           END-WRITE.
