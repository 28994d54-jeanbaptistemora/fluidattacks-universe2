           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PROT-STATUS.

           SELECT PROTECTED-INVENTORY ASSIGN TO "PROTINV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PI-PROT-DSN
           FILE STATUS IS WS-INV-STATUS.

       DATA DIVISION.

       FILE SECTION.
           DEPENDING ON WS-OUTLEN.
       01 PROTECTED-RECORD PIC X(512).

       FD PROTECTED-INVENTORY.
       01 PROTECTED-INVENTORY-RECORD.
           05 PI-PROT-DSN  PIC X(10).
           05 PI-PURPOSE   PIC X(20).
           05 PI-KEY-ID    PIC X(30).
           05 PI-CREATED   PIC X(14).
           05 PI-CALLER    PIC X(10).
           05 PI-STATUS    PIC X(01).
               88 PI-KEPT  VALUE "K".
               88 PI-GONE  VALUE "G".

       WORKING-STORAGE SECTION.
       01 WS-CLEAR-DSN    PIC X(10) VALUE SPACES.
       01 WS-CLEAR-STATUS PIC X(02) VALUE "00".
           88 WS-CLEAR-EOF VALUE "10".
       01 WS-PROT-DSN     PIC X(10) VALUE SPACES.
       01 WS-PROT-STATUS  PIC X(02) VALUE "00".
       01 WS-INV-STATUS   PIC X(02) VALUE "00".
       01 WS-RECLEN       PIC 9(03) VALUE 0.
       01 WS-OUTLEN       PIC 9(03) VALUE 0.
       01 WS-CURRENT-DATE PIC X(21).
           05 W04-TAG      PIC X(04) VALUE "XPRT".
           05 W04-PURPOSE  PIC X(20).
           05 W04-CREATED  PIC X(14).
           05 W04-KEY-ID   PIC X(30).
       01 W05-KEY-ID      PIC X(30) VALUE SPACES.

       COPY QC3CCI OF QSYSINC-QCBLLESRC.
       COPY QUSEC OF QSYSINC-QCBLLESRC.
      * purpose before it leaves the machine.  The key always comes
      * through COBOLVGET so the retrieval lands in KEYACCAUD; a
      * header record carries the purpose so the receiving side's
      * COBOLXUNP knows which key to ask for.  The header also names
      * the exact vault key used, and every protected file is kept on
      * the PROTINV inventory under that key ID so files left behind
      * by a rotation can be found and re-protected.
       PROCEDURE DIVISION USING XP-CALLER, XP-PURPOSE, XP-CLEAR-DSN,
                                 XP-PROT-DSN, XP-RESULT.
       MAIN.
           MOVE SPACES TO W05-KEY-ID.
           CALL "COBOLVGET" USING XP-CALLER, XP-PURPOSE,
                                   W01-KEYVALUE, W02-VGET-RESULT,
                                   W05-KEY-ID.
           IF NOT W02-KEY-OK
               IF W02-KEY-DENIED
                   SET XP-DENIED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE XP-PURPOSE TO W04-PURPOSE.
           MOVE WS-CURRENT-DATE(1:14) TO W04-CREATED.
           MOVE W05-KEY-ID TO W04-KEY-ID.
           MOVE 68 TO WS-OUTLEN.
           MOVE W04-HEADER TO PROTECTED-RECORD.
           WRITE PROTECTED-RECORD.


           CLOSE CLEAR-FILE.
           CLOSE PROTECTED-FILE.
           PERFORM RECORD-INVENTORY.
           SET XP-PROTECTED TO TRUE.
           GOBACK.

      * One entry per protected file name: protecting it again
      * replaces the entry with the key now in use.
       RECORD-INVENTORY.
           OPEN I-O PROTECTED-INVENTORY.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT PROTECTED-INVENTORY
               CLOSE PROTECTED-INVENTORY
               OPEN I-O PROTECTED-INVENTORY
           END-IF.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "PROTINV no disponible: " WS-INV-STATUS
           ELSE
               MOVE XP-PROT-DSN TO PI-PROT-DSN
               MOVE XP-PURPOSE  TO PI-PURPOSE
               MOVE W05-KEY-ID  TO PI-KEY-ID
               MOVE W04-CREATED TO PI-CREATED
               MOVE XP-CALLER   TO PI-CALLER
               SET PI-KEPT TO TRUE
               WRITE PROTECTED-INVENTORY-RECORD
                   INVALID KEY
                       REWRITE PROTECTED-INVENTORY-RECORD
               END-WRITE
               CLOSE PROTECTED-INVENTORY
           END-IF.
