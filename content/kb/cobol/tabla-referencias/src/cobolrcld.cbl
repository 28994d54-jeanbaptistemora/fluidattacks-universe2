           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-REFCODE-STATUS.

           SELECT REF-CODE-LANG ASSIGN TO "REFCDLANG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-REFLANG-STATUS.

       DATA DIVISION.

       FILE SECTION.
           02 RF-EFF-FROM    PIC X(08).
           02 RF-EFF-TO      PIC X(08).
           02 RF-DESCRIPTION PIC X(20).
           02 RF-LANG        PIC X(02).

       FD REF-CODE.
       01 REF-CODE-RECORD.
           02 RC-EFF-TO      PIC X(08).
           02 RC-DESCRIPTION PIC X(20).

       FD REF-CODE-LANG.
       01 REF-CODE-LANG-RECORD.
           02 RL-KEY.
               03 RL-TABLE-NAME  PIC X(10).
               03 RL-CODE        PIC 9(04).
               03 RL-EFF-FROM    PIC X(08).
               03 RL-LANG        PIC X(02).
           02 RL-EFF-TO      PIC X(08).
           02 RL-DESCRIPTION PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS    PIC X(02) VALUE "00".
           88 WS-FEED-EOF      VALUE "10".
       01 WS-REFCODE-STATUS PIC X(02) VALUE "00".
       01 WS-REFLANG-STATUS PIC X(02) VALUE "00".
       01 WS-TRANSLATED     PIC 9(05) VALUE 0.
       01 WS-FALLBACK-LANG  PIC X(02) VALUE "ES".
       01 WS-LOADED         PIC 9(05) VALUE 0.
       01 WS-READ           PIC 9(07) VALUE 0.
       01 WS-REJECTED       PIC 9(07) VALUE 0.
       01 W01-GATE-FEED     PIC X(10) VALUE "REFCDFEED".
       01 W02-GATE-RESULT   PIC X(01).
           88 W02-GATE-PASSED VALUE "P".
       01 W03-GATE-REASON   PIC X(60).
       01 W04-RECORD-OK     PIC X(01) VALUE "N".
           88 W04-RECORD-VALID VALUE "Y".

      * REFCODE is rebuilt from scratch, so the feed is counted and
      * checked against the COBOLQGAT thresholds before the file is
      * emptied; a feed that fails leaves yesterday's codes in place
      * and the step ends 08.  Lines without a table or a numeric
      * code, or whose window ends before it starts, are rejected, in
      * the count and the load.
      * A line in the fallback language (Spanish, or no language at
      * all) is the code itself and goes to REFCODE; a line in any
      * other language is its translation and goes to REFCDLANG,
      * rebuilt alongside, where COBOLRCLL finds it.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-FEED-QUALITY.
           IF NOT W02-GATE-PASSED
               DISPLAY "Carga retenida, REFCODE sin cambios: "
                   W03-GATE-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT REFCODE-FEED.
           OPEN OUTPUT REF-CODE.
           CLOSE REF-CODE.
           OPEN I-O REF-CODE.
           OPEN OUTPUT REF-CODE-LANG.
           CLOSE REF-CODE-LANG.
           OPEN I-O REF-CODE-LANG.

           READ REFCODE-FEED
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-FEED-EOF
               PERFORM CHECK-FEED-RECORD
               IF W04-RECORD-VALID
                   IF RF-LANG = SPACES OR RF-LANG = WS-FALLBACK-LANG
                       PERFORM LOAD-BASE-CODE
                   ELSE
                       PERFORM LOAD-TRANSLATION
                   END-IF
               END-IF
               READ REFCODE-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ

           CLOSE REFCODE-FEED.
           CLOSE REF-CODE.
           CLOSE REF-CODE-LANG.
           DISPLAY "Codigos de referencia cargados: " WS-LOADED.
           DISPLAY "Traducciones cargadas: " WS-TRANSLATED.
           DISPLAY "Codigos de referencia rechazados: " WS-REJECTED.

           GOBACK.

       LOAD-BASE-CODE.
           MOVE RF-TABLE-NAME  TO RC-TABLE-NAME.
           MOVE RF-CODE        TO RC-CODE.
           MOVE RF-EFF-FROM    TO RC-EFF-FROM.
           MOVE RF-EFF-TO      TO RC-EFF-TO.
           MOVE RF-DESCRIPTION TO RC-DESCRIPTION.
           WRITE REF-CODE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-LOADED.

       LOAD-TRANSLATION.
           MOVE RF-TABLE-NAME  TO RL-TABLE-NAME.
           MOVE RF-CODE        TO RL-CODE.
           MOVE RF-EFF-FROM    TO RL-EFF-FROM.
           MOVE RF-LANG        TO RL-LANG.
           MOVE RF-EFF-TO      TO RL-EFF-TO.
           MOVE RF-DESCRIPTION TO RL-DESCRIPTION.
           WRITE REF-CODE-LANG-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-TRANSLATED.

       CHECK-FEED-QUALITY.
           MOVE 0 TO WS-READ.
           MOVE 0 TO WS-REJECTED.
           OPEN INPUT REFCODE-FEED.
           IF WS-FEED-STATUS = "00"
               READ REFCODE-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FEED-EOF
                   ADD 1 TO WS-READ
                   PERFORM CHECK-FEED-RECORD
                   IF NOT W04-RECORD-VALID
                       ADD 1 TO WS-REJECTED
                   END-IF
                   READ REFCODE-FEED
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REFCODE-FEED
           END-IF.
           CALL "COBOLQGAT" USING W01-GATE-FEED, WS-READ, WS-REJECTED,
               W02-GATE-RESULT, W03-GATE-REASON.

       CHECK-FEED-RECORD.
           MOVE "Y" TO W04-RECORD-OK.
           IF RF-TABLE-NAME = SPACES OR RF-CODE NOT NUMERIC
               MOVE "N" TO W04-RECORD-OK
           END-IF.
           IF RF-EFF-FROM NOT = SPACES AND RF-EFF-TO NOT = SPACES
               AND RF-EFF-TO < RF-EFF-FROM
               MOVE "N" TO W04-RECORD-OK
           END-IF.
