       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLBHLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FEED ASSIGN TO "BREACHRNG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT BREACH-HASH ASSIGN TO DYNAMIC WS-BREACHHASH-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BH-STATUS.

           SELECT ACTIVE-POINTER ASSIGN TO DYNAMIC WS-BHACTIVE-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PTR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD RANGE-FEED.
       01 RANGE-FEED-RECORD.
           02 BR-PREFIX PIC X(05).
           02 BR-SUFFIX PIC X(35).
           02 BR-COUNT  PIC 9(09).

       FD BREACH-HASH.
       01 BREACH-HASH-RECORD.
           02 BH-KEY.
               03 BH-PREFIX PIC X(05).
               03 BH-SUFFIX PIC X(35).
           02 BH-COUNT  PIC 9(09).

       FD ACTIVE-POINTER.
       01 ACTIVE-POINTER-RECORD.
           02 BHA-ACTIVE-GEN PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS  PIC X(02) VALUE "00".
           88 WS-FEED-EOF     VALUE "10".
       01 WS-BH-STATUS    PIC X(02) VALUE "00".
       01 WS-PTR-STATUS   PIC X(02) VALUE "00".
       01 WS-BHACTIVE-DSN PIC X(12) VALUE SPACES.
       01 WS-LOADED       PIC 9(07) VALUE 0.
       01 WS-SKIPPED      PIC 9(07) VALUE 0.
       01 WS-RANGES       PIC 9(07) VALUE 0.
       01 WS-LAST-PREFIX  PIC X(05) VALUE SPACES.
       01 WS-ENV-PREFIX     PIC X(04) VALUE SPACES.
       01 WS-BREACHHASH-DSN PIC X(15) VALUE SPACES.
       01 WS-ACTIVE-GEN     PIC X(01) VALUE "A".
       01 WS-TARGET-GEN     PIC X(01) VALUE "B".
       01 WS-CORRID         PIC X(12) VALUE SPACES.
       01 WS-RSTM-STEP    PIC 9(03) VALUE 1.
       01 WS-RSTM-PGM     PIC X(10) VALUE "COBOLBHLD".
       01 WS-RSTM-FN      PIC X(01) VALUE "S".
       01 WS-RSTM-STATE   PIC X(01) VALUE "N".
       01 WS-RSTM-RC      PIC 9(02) VALUE 0.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLBHLD".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-FEED-DSN    PIC X(10) VALUE "BREACHRNG".
       01 W02-MFT-DSN     PIC X(10) VALUE "BREACHRMFT".
       01 W03-TRLV-RESULT PIC X(01).
           88 W03-FEED-VERIFIED VALUE "Y".
       01 W04-TRLV-COUNT  PIC 9(07) VALUE 0.

      * Periodic rebuild of the breached-password hash file from the
      * downloaded ranges.  BREACHRNG carries one SHA-1 hex digest per
      * record, already split into range prefix and suffix, with the
      * number of times it was seen; no clear-text password passes
      * through this job.  The rebuild goes into the idle generation
      * and BHACTIVE only moves once it loaded, as COBOLCPLD does.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE "S" TO WS-RSTM-FN.
           CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
               WS-RSTM-PGM, WS-RSTM-FN, WS-RSTM-STATE, WS-RSTM-RC.
           CALL "COBOLENVP" USING WS-ENV-PREFIX.
           MOVE SPACES TO WS-BHACTIVE-DSN.
           STRING WS-ENV-PREFIX DELIMITED BY SPACE
                  "BHACTIVE" DELIMITED BY SIZE
                  INTO WS-BHACTIVE-DSN.

           PERFORM READ-ACTIVE-POINTER.
           IF WS-ACTIVE-GEN = "A"
               MOVE "B" TO WS-TARGET-GEN
           ELSE
               MOVE "A" TO WS-TARGET-GEN
           END-IF.
           STRING WS-ENV-PREFIX DELIMITED BY SPACE
                  "BREACHHASH" DELIMITED BY SIZE
                  WS-TARGET-GEN DELIMITED BY SIZE
                  INTO WS-BREACHHASH-DSN.

           CALL "COBOLTRLV" USING W01-FEED-DSN, W02-MFT-DSN,
                                   W03-TRLV-RESULT, W04-TRLV-COUNT.
           IF NOT W03-FEED-VERIFIED
               DISPLAY "BREACHRNG rechazado, manifiesto: "
                   W03-TRLV-RESULT
               MOVE 8 TO WS-RSTM-RC
               MOVE "F" TO WS-RSTM-FN
               CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
                   WS-RSTM-PGM, WS-RSTM-FN, WS-RSTM-STATE,
                   WS-RSTM-RC
               MOVE WS-RSTM-RC TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RANGE-FEED.
           OPEN OUTPUT BREACH-HASH.
           CLOSE BREACH-HASH.
           OPEN I-O BREACH-HASH.

           READ RANGE-FEED
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-FEED-EOF
               PERFORM LOAD-ONE-HASH
               READ RANGE-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RANGE-FEED.
           CLOSE BREACH-HASH.

           IF WS-LOADED > 0
               PERFORM SWITCH-ACTIVE-POINTER
               DISPLAY "Generacion activa ahora: " WS-TARGET-GEN
           ELSE
               DISPLAY "Carga vacia, generacion activa sin cambio"
               MOVE 4 TO WS-RSTM-RC
           END-IF.
           MOVE "C" TO WS-RSTM-FN.
           CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
               WS-RSTM-PGM, WS-RSTM-FN, WS-RSTM-STATE, WS-RSTM-RC.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "CARGADOS" TO WS-RSW-CTR-NAME(1).
           MOVE WS-LOADED TO WS-RSW-CTR-VALUE(1).
           MOVE "RANGOS" TO WS-RSW-CTR-NAME(2).
           MOVE WS-RANGES TO WS-RSW-CTR-VALUE(2).
           MOVE "DESCARTADOS" TO WS-RSW-CTR-NAME(3).
           MOVE WS-SKIPPED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Hashes filtrados cargados: " WS-LOADED
               " en " WS-RANGES " rangos".

           MOVE WS-RSTM-RC TO RETURN-CODE.
           GOBACK.

      * Digests arrive in whatever case the download produced; the
      * checker always looks up upper-case hex.  Short or blank lines
      * are dropped rather than stored under a partial key.
       LOAD-ONE-HASH.
           IF BR-PREFIX = SPACES OR BR-SUFFIX(35:1) = SPACE
               ADD 1 TO WS-SKIPPED
           ELSE
               MOVE FUNCTION UPPER-CASE(BR-PREFIX) TO BH-PREFIX
               MOVE FUNCTION UPPER-CASE(BR-SUFFIX) TO BH-SUFFIX
               MOVE BR-COUNT TO BH-COUNT
               IF BH-PREFIX NOT = WS-LAST-PREFIX
                   ADD 1 TO WS-RANGES
                   MOVE BH-PREFIX TO WS-LAST-PREFIX
               END-IF
               WRITE BREACH-HASH-RECORD
                   INVALID KEY ADD 1 TO WS-SKIPPED
                   NOT INVALID KEY ADD 1 TO WS-LOADED
               END-WRITE
           END-IF.

       READ-ACTIVE-POINTER.
           OPEN INPUT ACTIVE-POINTER.
           IF WS-PTR-STATUS = "00"
               READ ACTIVE-POINTER
                   AT END CONTINUE
                   NOT AT END MOVE BHA-ACTIVE-GEN TO WS-ACTIVE-GEN
               END-READ
               CLOSE ACTIVE-POINTER
           END-IF.

       SWITCH-ACTIVE-POINTER.
           OPEN OUTPUT ACTIVE-POINTER.
           MOVE WS-TARGET-GEN TO BHA-ACTIVE-GEN.
           WRITE ACTIVE-POINTER-RECORD.
           CLOSE ACTIVE-POINTER.
