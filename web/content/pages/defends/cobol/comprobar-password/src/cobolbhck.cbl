       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLBHCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-ISERIES.
         OBJECT-COMPUTER. IBM-ISERIES.
         SPECIAL-NAMES.
         LINKAGE TYPE PROCEDURE FOR "Qc3CalculateHash".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 WS-BH-STATUS      PIC X(02) VALUE "00".
           88 WS-BH-FOUND      VALUE "00".
           88 WS-BH-NOTFOUND   VALUE "23".
       01 WS-PTR-STATUS     PIC X(02) VALUE "00".
       01 WS-ENV-PREFIX     PIC X(04) VALUE SPACES.
       01 WS-BREACHHASH-DSN PIC X(15) VALUE SPACES.
       01 WS-BHACTIVE-DSN   PIC X(12) VALUE SPACES.
       01 WS-ACTIVE-GEN     PIC X(01) VALUE "A".
       01 WS-TRAIL          PIC 9(03) VALUE 0.
       01 WS-LENGTH         PIC 9(03) VALUE 0.
       01 W01-DIGEST        PIC X(20) VALUE SPACES.
       01 W02-HEX-DIGEST    PIC X(40) VALUE SPACES.
       01 W03-SUB           PIC 9(02) VALUE 0.
       01 W04-BYTE-WORK.
           05 W04-BYTE-NUM  PIC 9(04) BINARY VALUE 0.
       01 W04-BYTE-CHARS REDEFINES W04-BYTE-WORK PIC X(02).
       01 W05-HIGH          PIC 9(02) VALUE 0.
       01 W06-LOW           PIC 9(02) VALUE 0.
       01 W07-HEX-DIGITS    PIC X(16) VALUE "0123456789ABCDEF".
       01 W08-HASH-LEN      PIC S9(09) BINARY VALUE 0.

       COPY QC3CCI OF QSYSINC-QCBLLESRC.
       COPY QUSEC OF QSYSINC-QCBLLESRC.

       LINKAGE SECTION.
       01 CK-PASSWORD PIC X(64).
       01 CK-RESULT   PIC X(01).
           88 CK-BREACHED VALUE "Y".
           88 CK-CLEAN    VALUE "N".
       01 CK-COUNT    PIC 9(09).

      * BREACHHASH holds the published breach corpus as SHA-1 hex
      * digests split into a five character range prefix and the rest,
      * the same shape the public breach services hand out, so nobody
      * here ever sees the passwords themselves.  The candidate is
      * hashed unsalted and its upper-case hex digest is looked up in
      * the generation named by BHACTIVE, as COBOLCPCK does with
      * CPACTIVE.
       PROCEDURE DIVISION USING CK-PASSWORD, CK-RESULT, CK-COUNT.
       MAIN.
           SET CK-CLEAN TO TRUE.
           MOVE 0 TO CK-COUNT.

           CALL "COBOLENVP" USING WS-ENV-PREFIX.
           MOVE SPACES TO WS-BHACTIVE-DSN.
           STRING WS-ENV-PREFIX DELIMITED BY SPACE
                  "BHACTIVE" DELIMITED BY SIZE
                  INTO WS-BHACTIVE-DSN.
           PERFORM READ-ACTIVE-POINTER.
           MOVE SPACES TO WS-BREACHHASH-DSN.
           STRING WS-ENV-PREFIX DELIMITED BY SPACE
                  "BREACHHASH" DELIMITED BY SIZE
                  WS-ACTIVE-GEN DELIMITED BY SIZE
                  INTO WS-BREACHHASH-DSN.

           MOVE 0 TO WS-TRAIL.
           INSPECT FUNCTION REVERSE(CK-PASSWORD)
                   TALLYING WS-TRAIL FOR LEADING SPACES.
           COMPUTE WS-LENGTH = FUNCTION LENGTH(CK-PASSWORD) - WS-TRAIL.
           IF WS-LENGTH = 0
               GOBACK
           END-IF.
           MOVE WS-LENGTH TO W08-HASH-LEN.

           CALL "Qc3CalculateHash" USING
               BY REFERENCE CK-PASSWORD,
               BY CONTENT   W08-HASH-LEN,
               BY CONTENT   "0",
               BY CONTENT   "0",
               BY REFERENCE W01-DIGEST,
               BY REFERENCE QUS-EC.
           PERFORM VARYING W03-SUB FROM 1 BY 1 UNTIL W03-SUB > 20
               PERFORM HEX-ONE-BYTE
           END-PERFORM.

           OPEN INPUT BREACH-HASH.
           IF WS-BH-STATUS = "00"
               MOVE W02-HEX-DIGEST(1:5)  TO BH-PREFIX
               MOVE W02-HEX-DIGEST(6:35) TO BH-SUFFIX
               READ BREACH-HASH
                   KEY IS BH-KEY
                   INVALID KEY SET WS-BH-NOTFOUND TO TRUE
               END-READ
               IF WS-BH-FOUND
                   SET CK-BREACHED TO TRUE
                   MOVE BH-COUNT TO CK-COUNT
               END-IF
               CLOSE BREACH-HASH
           END-IF.

           GOBACK.

       HEX-ONE-BYTE.
           MOVE 0 TO W04-BYTE-NUM.
           MOVE W01-DIGEST(W03-SUB:1) TO W04-BYTE-CHARS(2:1).
           DIVIDE W04-BYTE-NUM BY 16 GIVING W05-HIGH
               REMAINDER W06-LOW.
           MOVE W07-HEX-DIGITS(W05-HIGH + 1:1)
               TO W02-HEX-DIGEST(W03-SUB * 2 - 1:1).
           MOVE W07-HEX-DIGITS(W06-LOW + 1:1)
               TO W02-HEX-DIGEST(W03-SUB * 2:1).

       READ-ACTIVE-POINTER.
           OPEN INPUT ACTIVE-POINTER.
           IF WS-PTR-STATUS = "00"
               READ ACTIVE-POINTER
                   AT END CONTINUE
                   NOT AT END MOVE BHA-ACTIVE-GEN TO WS-ACTIVE-GEN
               END-READ
               CLOSE ACTIVE-POINTER
           END-IF.
