           05 MF-CHECKSUM PIC 9(09).
           05 MF-CREATED  PIC X(14).
           05 FILLER      PIC X(17).
           05 MF-KEY-ID   PIC X(30).
           05 MF-SIGNATURE PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-DSN    PIC X(10) VALUE SPACES.
       01 WS-MANIFEST-STATUS PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-SIGN-FN        PIC X(01) VALUE "S".
       01 W02-KEY-ID         PIC X(30) VALUE SPACES.
       01 W03-SIGNATURE      PIC X(64) VALUE SPACES.
       01 W04-SIGN-RESULT    PIC X(01).
           88 W04-SIGNED     VALUE "Y".

       LINKAGE SECTION.
       01 TM-MANIFEST-DSN PIC X(10).
       01 TM-RESULT       PIC X(01).
           88 TM-WRITTEN     VALUE "Y".
           88 TM-WRITE-ERROR VALUE "E".
           88 TM-UNSIGNED    VALUE "K".
       01 TM-FEED-DSN     PIC X(10).

      * Writes the transfer manifest that travels with a feed or an
      * extract: record count, checksum of the key bytes and creation
      * timestamp.  The receiving side hands the same two names to
      * COBOLTRLV before it processes anything.  The feed itself is
      * signed through COBOLTRLS and the signature and key ID go in
      * the manifest; a manifest that could not be signed is still
      * written but reported back as unsigned, since the receiving
      * side will refuse it.
       PROCEDURE DIVISION USING TM-MANIFEST-DSN, TM-COUNT,
                                 TM-CHECKSUM, TM-RESULT, TM-FEED-DSN.
       MAIN.
           MOVE "E" TO TM-RESULT.
           MOVE SPACES TO W02-KEY-ID, W03-SIGNATURE.
           CALL "COBOLTRLS" USING W01-SIGN-FN, TM-FEED-DSN,
                                   W02-KEY-ID, W03-SIGNATURE,
                                   W04-SIGN-RESULT.
           IF NOT W04-SIGNED
               MOVE SPACES TO W02-KEY-ID, W03-SIGNATURE
           END-IF.
           MOVE TM-MANIFEST-DSN TO WS-MANIFEST-DSN.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
           MOVE TM-COUNT TO MF-COUNT.
           MOVE TM-CHECKSUM TO MF-CHECKSUM.
           MOVE WS-CURRENT-DATE(1:14) TO MF-CREATED.
           MOVE W02-KEY-ID TO MF-KEY-ID.
           MOVE W03-SIGNATURE TO MF-SIGNATURE.
           WRITE MANIFEST-RECORD.
           IF WS-MANIFEST-STATUS = "00"
               IF W04-SIGNED
                   MOVE "Y" TO TM-RESULT
               ELSE
                   MOVE "K" TO TM-RESULT
               END-IF
           END-IF.
           CLOSE MANIFEST-FILE.
           GOBACK.
