           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD USER-ROLES.
       01 USER-ROLE-RECORD.
       01 W07-AUDIT-RESULT   PIC X(01).
       01 W08-REVOKE-USER    PIC X(16) VALUE SPACES.
       01 W09-REVOKED        PIC 9(05) VALUE 0.
       01 W10-EXT-FN         PIC X(01) VALUE "Q".
       01 W11-EXT-LOCATION   PIC X(04) VALUE SPACES.
       01 W12-EXT-EMPLOYEE   PIC X(06) VALUE SPACES.
       01 W13-EXT-NUMBER     PIC X(15) VALUE SPACES.
       01 W14-EXT-COUNTRY    PIC X(03) VALUE SPACES.
       01 W15-EXT-RELEASE    PIC X(08) VALUE SPACES.
       01 W16-EXT-RESULT     PIC X(01).

      * Offboarding sweep: a disabled USRMAST account must leave no
      * access artifacts behind.  Report mode lists leftovers; fix
                   INTO OFFBD-REPORT-RECORD
               WRITE OFFBD-REPORT-RECORD
               IF W01-FIX-MODE
                   PERFORM QUARANTINE-EXTENSION
                   DELETE PHONE-DIRECTORY RECORD
                   ADD 1 TO W03-CLEANED
               END-IF
       SWEEP-KEY-ACL-EXIT.
           EXIT.

      * The entry's number goes back to the extension pool through
      * quarantine, as when the leaver came through the HR feed; it is
      * left alone when it is not a pool number.
       QUARANTINE-EXTENSION.
           IF PD-PHONE-NUMBER NOT = SPACES
               MOVE "Q" TO W10-EXT-FN
               MOVE PD-LOCATION TO W11-EXT-LOCATION
               MOVE PD-EMPLOYEE-ID TO W12-EXT-EMPLOYEE
               MOVE PD-PHONE-NUMBER TO W13-EXT-NUMBER
               MOVE PD-COUNTRY-CODE TO W14-EXT-COUNTRY
               CALL "COBOLEXTA" USING W10-EXT-FN, WS-CORRID,
                   W11-EXT-LOCATION, W12-EXT-EMPLOYEE, W13-EXT-NUMBER,
                   W14-EXT-COUNTRY, W15-EXT-RELEASE, W16-EXT-RESULT
               IF W16-EXT-RESULT = "Y"
                   MOVE SPACES TO OFFBD-REPORT-RECORD
                   STRING "EXTPOOL   " PD-PHONE-NUMBER
                       " EN CUARENTENA HASTA " W15-EXT-RELEASE
                       DELIMITED BY SIZE
                       INTO OFFBD-REPORT-RECORD
                   WRITE OFFBD-REPORT-RECORD
               END-IF
           END-IF.

       LOOKUP-USER-STATUS.
           MOVE "N" TO W05-USER-DISABLED.
           MOVE "00" TO WS-USRMAST-STATUS.
