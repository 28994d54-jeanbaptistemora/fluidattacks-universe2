           RECORD KEY IS KV-KEY-ID
           FILE STATUS IS WS-VAULT-STATUS.

           SELECT PROTECTED-INVENTORY ASSIGN TO "PROTINV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PI-PROT-DSN
           FILE STATUS IS WS-INV-STATUS.

           SELECT ROTATE-REPORT ASSIGN TO "ROTATERPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
               88 KV-IS-ACTIVE  VALUE "A".
               88 KV-IS-RETIRED VALUE "R".

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

       FD ROTATE-REPORT.
       01 ROTATE-REPORT-RECORD PIC X(100).

       01 WS-VAULT-STATUS PIC X(02) VALUE "00".
           88 WS-VAULT-EOF    VALUE "10".
       01 WS-RPT-STATUS   PIC X(02) VALUE "00".
       01 WS-INV-STATUS   PIC X(02) VALUE "00".
           88 WS-INV-EOF      VALUE "10".
       01 WS-POLICY-COUNT PIC 9(02) VALUE 0.
       01 WS-POLICY-TABLE.
           05 WS-POLICY-ENTRY OCCURS 20 TIMES.
       01 WS-NEW-KEYVALUE PIC X(32) VALUE SPACES.
       01 WS-ROT-PURPOSE  PIC X(20) VALUE SPACES.
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-ROT-KEY-ID   PIC X(30) VALUE SPACES.
       01 WS-STILL-USED   PIC 9(05) VALUE 0.
       01 WS-WARNED       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CLOSE KEY-VAULT.
           CLOSE ROTATE-REPORT.
           DISPLAY "Llaves rotadas: " WS-ROTATED.
           IF WS-WARNED > 0
               DISPLAY "Llaves retiradas aun en uso: " WS-WARNED
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      * old key can still be read; only the status changes.
       ROTATE-ONE-KEY.
           MOVE KV-PURPOSE TO WS-ROT-PURPOSE.
           MOVE KV-KEY-ID  TO WS-ROT-KEY-ID.
           MOVE "R" TO KV-STATUS.
           REWRITE KEY-VAULT-RECORD.
           CALL "COBOLVGEN" USING WS-ROT-PURPOSE, WS-NEW-KEYVALUE.
               DELIMITED BY SIZE
               INTO ROTATE-REPORT-RECORD.
           WRITE ROTATE-REPORT-RECORD.
           PERFORM CHECK-PROTECTED-FILES.

      * Files on the PROTINV inventory still under the retired key
      * can be opened, but only through the old key: the warning asks
      * for COBOLXREN to move them to the new one.
       CHECK-PROTECTED-FILES.
           MOVE 0 TO WS-STILL-USED.
           MOVE "00" TO WS-INV-STATUS.
           OPEN INPUT PROTECTED-INVENTORY.
           IF WS-INV-STATUS = "00"
               READ PROTECTED-INVENTORY NEXT RECORD
                   AT END SET WS-INV-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-INV-EOF
                   IF PI-KEPT AND PI-KEY-ID = WS-ROT-KEY-ID
                       ADD 1 TO WS-STILL-USED
                   END-IF
                   READ PROTECTED-INVENTORY NEXT RECORD
                       AT END SET WS-INV-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROTECTED-INVENTORY
           END-IF.
           IF WS-STILL-USED > 0
               ADD 1 TO WS-WARNED
               MOVE SPACES TO ROTATE-REPORT-RECORD
               STRING "  AVISO: " WS-STILL-USED
                   " ARCHIVOS PROTEGIDOS CON " WS-ROT-KEY-ID
                   ", EJECUTAR COBOLXREN"
                   DELIMITED BY SIZE
                   INTO ROTATE-REPORT-RECORD
               WRITE ROTATE-REPORT-RECORD
           END-IF.
