           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).
               88 LOG-FROM-OPM VALUE "O".

       FD REF-CODE.
       01 REF-CODE-RECORD.
       01 ERR-MODULE-NAME      PIC  X(10).
       01 CBL-PGM-NAME         PIC X(256).
       01 CBL-BATCH-MODE       PIC X(01).
           88 CBL-BATCH-MODE-ON  VALUES "Y", "O".
           88 CBL-FROM-OPM       VALUE "O".

       PROCEDURE DIVISION USING CBL-EXCEPTION-ID,
                                VALID-RESPONSES,
                                ERR-MODULE-NAME,
                                CBL-PGM-NAME,
                                CBL-BATCH-MODE.
      * Batch mode "O" is ERRHDL1 passing on an OPM exception: it is
      * logged like any batch call, marked as OPM in LOG-ORIGIN, and
      * control goes back to ERRHDL1 to finish with QPDLOGER.
       MAIN.
           IF NOT WS-FILE-IS-OPEN
               CALL "COBOLENVP" USING WS-ENV-PREFIX
               MOVE 1 TO LOG-OCCURS
               MOVE WS-NOW-TS TO LOG-FIRST-TS
               MOVE WS-NOW-TS TO LOG-LAST-TS
               IF CBL-FROM-OPM
                   MOVE "O" TO LOG-ORIGIN
               ELSE
                   MOVE "I" TO LOG-ORIGIN
               END-IF
               PERFORM CLASSIFY-SEVERITY
               MOVE 1 TO WS-SEQ-TRY
               PERFORM WRITE-LOG-RECORD WITH TEST AFTER
