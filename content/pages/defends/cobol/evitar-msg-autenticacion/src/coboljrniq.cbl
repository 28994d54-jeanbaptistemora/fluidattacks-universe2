       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLJRNIQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL ASSIGN TO "MFJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JN-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD MASTER-JOURNAL.
       01 JOURNAL-RECORD.
           05 JN-KEY.
               10 JN-TIMESTAMP PIC X(14).
               10 JN-SEQ       PIC 9(04).
           05 JN-PROGRAM    PIC X(10).
           05 JN-CORRID     PIC X(12).
           05 JN-FILENAME   PIC X(10).
           05 JN-ACTION     PIC X(01).
               88 JN-ACTION-ADD    VALUE "A".
               88 JN-ACTION-UPDATE VALUE "U".
               88 JN-ACTION-DELETE VALUE "D".
           05 JN-RECORD-KEY PIC X(256).
           05 JN-BEFORE     PIC X(600).
           05 JN-AFTER      PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE "00".
           88 WS-JOURNAL-EOF VALUE "10".
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-FILE-IN        PIC X(10) VALUE SPACES.
       01 W07-KEY-IN         PIC X(16) VALUE SPACES.
       01 W08-RECORD-KEY     PIC X(256) VALUE SPACES.
       01 W09-CHANGES        PIC 9(05) VALUE 0.
       01 W10-ACTION-DESC    PIC X(12) VALUE SPACES.
       01 W11-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W12-AUDIT-RESULT   PIC X(01).
       01 W13-FD-RESULT      PIC X(01).
           88 W13-FILE-KNOWN VALUE "Y".
       01 W14-FD-COUNT       PIC 9(02) VALUE 0.
       01 W15-FD-FIELDS.
           05 W15-FD-FIELD OCCURS 21 TIMES.
               10 W15-FD-NAME    PIC X(20).
               10 W15-FD-OLD     PIC X(64).
               10 W15-FD-NEW     PIC X(64).
               10 W15-FD-MASKED  PIC X(01).
       01 W16-IDX            PIC 9(02) VALUE 0.

      * Change timeline of one USRMAST or CUSTMAST record, oldest
      * first, from the images COBOLJRNW keeps in MFJOURNAL.  Each
      * change shows when, which program, under which run, and the
      * fields it changed with their old and new values; COBOLJRNFD
      * masks any field FIELDDICT restricts unless the operator holds
      * SENSDATA.  COBOLJRNHR prints the same history in batch.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           CALL "COBOLSCTX" USING W90-CTX-ACTION, W01-SESSION-TOKEN.
           IF W01-SESSION-TOKEN = SPACES
               DISPLAY "Token de sesion: "
               ACCEPT W01-SESSION-TOKEN
           END-IF.

           CALL "COBOLSESSCK" USING W01-SESSION-TOKEN, W02-OPERATOR,
                                     W03-SESSION-RESULT.
           IF NOT W03-SESSION-VALID
               DISPLAY "Sesion no valida"
               GOBACK
           END-IF.

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-ADMIN-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           DISPLAY "Archivo (USRMAST o CUSTMAST): ".
           ACCEPT W06-FILE-IN.
           MOVE FUNCTION UPPER-CASE(W06-FILE-IN) TO W06-FILE-IN.
           MOVE SPACES TO W08-RECORD-KEY.
           EVALUATE W06-FILE-IN
               WHEN "USRMAST"
                   DISPLAY "Usuario: "
                   ACCEPT W07-KEY-IN
                   MOVE W07-KEY-IN TO W08-RECORD-KEY(1:16)
               WHEN "CUSTMAST"
                   DISPLAY "Numero de cliente: "
                   ACCEPT W07-KEY-IN
                   IF W07-KEY-IN(1:10) NOT NUMERIC
                       OR W07-KEY-IN(11:6) NOT = SPACES
                       DISPLAY "Numero de cliente no valido"
                       GOBACK
                   END-IF
                   MOVE W07-KEY-IN(1:10) TO W08-RECORD-KEY(1:10)
               WHEN OTHER
                   DISPLAY "Archivo sin historial en MFJOURNAL"
                   GOBACK
           END-EVALUATE.
           IF W08-RECORD-KEY = SPACES
               DISPLAY "Clave no informada"
               GOBACK
           END-IF.

           MOVE SPACES TO W11-AUDIT-RECORD.
           STRING "JRNHIQ  " W06-FILE-IN W07-KEY-IN(1:14)
               DELIMITED BY SIZE
               INTO W11-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W11-AUDIT-RECORD, W12-AUDIT-RESULT.

           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY "Sin cambios registrados"
               GOBACK
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MFJOURNAL no disponible: " WS-JOURNAL-STATUS
               GOBACK
           END-IF.

           DISPLAY "=== HISTORIAL " W06-FILE-IN " " W07-KEY-IN.
           MOVE SPACES TO JN-KEY.
           START MASTER-JOURNAL KEY IS NOT LESS THAN JN-KEY
               INVALID KEY SET WS-JOURNAL-EOF TO TRUE
           END-START.
           IF NOT WS-JOURNAL-EOF
               READ MASTER-JOURNAL NEXT RECORD
                   AT END SET WS-JOURNAL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-JOURNAL-EOF
               IF JN-FILENAME = W06-FILE-IN
                   AND JN-RECORD-KEY = W08-RECORD-KEY
                   PERFORM SHOW-ONE-CHANGE
               END-IF
               READ MASTER-JOURNAL NEXT RECORD
                   AT END SET WS-JOURNAL-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MASTER-JOURNAL.

           DISPLAY "Cambios: " W09-CHANGES.
           GOBACK.

       SHOW-ONE-CHANGE.
           ADD 1 TO W09-CHANGES.
           EVALUATE TRUE
               WHEN JN-ACTION-ADD
                   MOVE "ALTA" TO W10-ACTION-DESC
               WHEN JN-ACTION-DELETE
                   MOVE "BAJA" TO W10-ACTION-DESC
               WHEN OTHER
                   MOVE "MODIFICACION" TO W10-ACTION-DESC
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY JN-TIMESTAMP " " W10-ACTION-DESC
               " Programa: " JN-PROGRAM " Corrida: " JN-CORRID.
           CALL "COBOLJRNFD" USING JN-FILENAME, W02-OPERATOR,
               JN-BEFORE, JN-AFTER, W13-FD-RESULT, W14-FD-COUNT,
               W15-FD-FIELDS.
           IF W14-FD-COUNT = 0
               DISPLAY "   (sin cambios de contenido)"
           END-IF.
           PERFORM VARYING W16-IDX FROM 1 BY 1
                   UNTIL W16-IDX > W14-FD-COUNT
               DISPLAY "   " W15-FD-NAME(W16-IDX)
               DISPLAY "      antes:   " W15-FD-OLD(W16-IDX)
               DISPLAY "      despues: " W15-FD-NEW(W16-IDX)
           END-PERFORM.
