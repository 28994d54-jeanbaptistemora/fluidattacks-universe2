           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SIGN-EXEMPTIONS ASSIGN TO "SIGNEXEM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXEM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FEED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096
           DEPENDING ON WS-RECLEN.
       01 FEED-RECORD PIC X(4096).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MF-CHECKSUM PIC 9(09).
           05 MF-CREATED  PIC X(14).
           05 FILLER      PIC X(17).
           05 MF-KEY-ID   PIC X(30).
           05 MF-SIGNATURE PIC X(64).

       FD SIGN-EXEMPTIONS.
       01 SIGN-EXEMPTION-RECORD.
           05 SX-FEED-DSN PIC X(10).
           05 SX-REASON   PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FEED-DSN        PIC X(10) VALUE SPACES.
           88 WS-FEED-EOF VALUE "10".
       01 WS-MANIFEST-DSN    PIC X(10) VALUE SPACES.
       01 WS-MANIFEST-STATUS PIC X(02) VALUE "00".
       01 WS-RECLEN          PIC 9(04) VALUE 0.
       01 W01-COUNT          PIC 9(07) VALUE 0.
       01 W02-CHECKSUM       PIC 9(09) VALUE 0.
       01 W03-KEY-BYTES      PIC X(16) VALUE SPACES.
       01 WS-EXEM-STATUS     PIC X(02) VALUE "00".
           88 WS-EXEM-EOF VALUE "10".
       01 W04-EXEMPT         PIC X(01) VALUE "N".
           88 W04-IS-EXEMPT  VALUE "Y".
       01 W05-SIGN-FN        PIC X(01) VALUE "V".
       01 W06-SIGN-RESULT    PIC X(01).
           88 W06-SIGNATURE-OK VALUE "Y".
       01 W07-SEV-TYPE       PIC X(08) VALUE "SIGFAIL".
       01 W08-SEV-CORRID     PIC X(12) VALUE SPACES.
       01 W09-SEV-ACTOR      PIC X(16) VALUE "COBOLTRLV".
       01 W10-SEV-OBJECT     PIC X(30) VALUE SPACES.
       01 W11-SEV-OUTCOME    PIC X(01) VALUE "D".

       LINKAGE SECTION.
       01 TV-FEED-DSN     PIC X(10).
           88 TV-COUNT-MISMATCH VALUE "C".
           88 TV-SUM-MISMATCH   VALUE "H".
           88 TV-FEED-ERROR     VALUE "E".
           88 TV-BAD-SIGNATURE  VALUE "S".
           88 TV-UNSIGNED       VALUE "U".
       01 TV-COUNT        PIC 9(07).

      * Transfer verification gate: before a loader touches a feed it
      * counted and checksummed the same way the sender did it with
      * COBOLTRLC/COBOLTRLM; a missing manifest or any mismatch means
      * the transfer is incomplete and the run must be rejected.
      * Count and checksum only catch accidents, so the keyed-hash
      * signature in the manifest is then recomputed through
      * COBOLTRLS; a signature that does not match, or a manifest
      * without one, rejects the feed and is written to SECEVENT for
      * the morning handover.  Feeds from senders that cannot sign
      * are listed on SIGNEXEM and are accepted unsigned, though a
      * signature they do carry is still checked.
       PROCEDURE DIVISION USING TV-FEED-DSN, TV-MANIFEST-DSN,
                                 TV-RESULT, TV-COUNT.
       MAIN.
               WHEN W02-CHECKSUM NOT = MF-CHECKSUM
                   MOVE "H" TO TV-RESULT
               WHEN OTHER
                   PERFORM VERIFY-SIGNATURE
           END-EVALUATE.
           GOBACK.

       VERIFY-SIGNATURE.
           IF MF-KEY-ID = SPACES
               PERFORM CHECK-EXEMPTION
               IF W04-IS-EXEMPT
                   MOVE "Y" TO TV-RESULT
               ELSE
                   MOVE "U" TO TV-RESULT
                   PERFORM WRITE-SECURITY-EVENT
               END-IF
           ELSE
               CALL "COBOLTRLS" USING W05-SIGN-FN, TV-FEED-DSN,
                                       MF-KEY-ID, MF-SIGNATURE,
                                       W06-SIGN-RESULT
               IF W06-SIGNATURE-OK
                   MOVE "Y" TO TV-RESULT
               ELSE
                   MOVE "S" TO TV-RESULT
                   PERFORM WRITE-SECURITY-EVENT
               END-IF
           END-IF.

       CHECK-EXEMPTION.
           MOVE "N" TO W04-EXEMPT.
           MOVE "00" TO WS-EXEM-STATUS.
           OPEN INPUT SIGN-EXEMPTIONS.
           IF WS-EXEM-STATUS = "00"
               READ SIGN-EXEMPTIONS
                   AT END SET WS-EXEM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EXEM-EOF OR W04-IS-EXEMPT
                   IF SX-FEED-DSN = TV-FEED-DSN
                       MOVE "Y" TO W04-EXEMPT
                   END-IF
                   READ SIGN-EXEMPTIONS
                       AT END SET WS-EXEM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SIGN-EXEMPTIONS
           END-IF.

       WRITE-SECURITY-EVENT.
           MOVE SPACES TO W10-SEV-OBJECT.
           STRING TV-FEED-DSN DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TV-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MF-KEY-ID DELIMITED BY SPACE
                  INTO W10-SEV-OBJECT.
           CALL "COBOLSEVW" USING W07-SEV-TYPE, W08-SEV-CORRID,
               W09-SEV-ACTOR, W10-SEV-OBJECT, W11-SEV-OUTCOME.
