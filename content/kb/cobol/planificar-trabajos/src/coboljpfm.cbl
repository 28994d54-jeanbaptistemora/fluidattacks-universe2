       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLJPFM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILES ASSIGN TO "JOBFILES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JF-STEP
           FILE STATUS IS WS-JF-STATUS.

           SELECT CONFIG-AUDIT ASSIGN TO "CFGAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CGA-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD JOB-FILES.
       01 JOB-FILES-RECORD.
           05 JF-STEP PIC 9(03).
           05 JF-FILE-TABLE.
               10 JF-FILE-ENTRY OCCURS 8 TIMES.
                   15 JF-FILE  PIC X(10).
                   15 JF-USAGE PIC X(01).
                       88 JF-READS   VALUE "R".
                       88 JF-UPDATES VALUE "U".

       FD CONFIG-AUDIT.
       01 CONFIG-AUDIT-RECORD.
           05 CG-TIMESTAMP PIC X(14).
           05 CG-OPERATOR  PIC X(16).
           05 CG-ACTION    PIC X(01).
           05 CG-FILE      PIC X(10).
           05 CG-KEY       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-JF-STATUS PIC X(02) VALUE "00".
           88 WS-JF-FOUND    VALUE "00".
           88 WS-JF-NOTFOUND VALUE "23".
       01 WS-CGA-STATUS PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "I".
           88 W06-ADD     VALUE "A".
           88 W06-UPDATE  VALUE "U".
           88 W06-DELETE  VALUE "D".
           88 W06-INQUIRE VALUE "I".
       01 W07-STEP           PIC 9(03) VALUE 0.
       01 W08-FILE-SUB       PIC 9(02) VALUE 0.
       01 W09-FILES-VALID    PIC X(01) VALUE "Y".
           88 W09-FILES-OK VALUE "Y".
       01 W10-FRZ-FILE       PIC X(10) VALUE "JOBPLAN".
       01 W11-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W11-FRZ-REFUSED VALUE "N".
       01 W12-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W13-AUDIT-RESULT   PIC X(01).
       01 W14-DONE           PIC X(01) VALUE "N".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * File-usage declarations for the job plan, one record per step
      * number: up to eight files the step reads (R) or updates (U).
      * COBOLSCHED will not start a step while a step of another run
      * that updates one of the same files is still in progress, and
      * reports the updaters it had to serialize; COBOLJPVV rejects a
      * plan version that leaves two updaters of a file unordered;
      * COBOLJPFX lists every step touching each file.  The
      * declarations belong to the plan, so a change freeze on
      * JOBPLAN covers them too, and every change is kept on
      * CFGAUDIT for the post-freeze report.
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

           OPEN I-O JOB-FILES.
           IF WS-JF-STATUS = "35"
               OPEN OUTPUT JOB-FILES
               CLOSE JOB-FILES
               MOVE "00" TO WS-JF-STATUS
               OPEN I-O JOB-FILES
           END-IF.
           IF WS-JF-STATUS NOT = "00"
               DISPLAY "No se pudo abrir JOBFILES: " WS-JF-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (A/U/D/I): ".
           ACCEPT W06-TRANS-CODE.

           DISPLAY "Paso del plan: ".
           ACCEPT W07-STEP.

           MOVE W07-STEP TO JF-STEP.
           READ JOB-FILES
               KEY IS JF-STEP
               INVALID KEY SET WS-JF-NOTFOUND TO TRUE
           END-READ.

           IF W06-ADD OR W06-UPDATE OR W06-DELETE
               CALL "COBOLFRZC" USING W10-FRZ-FILE, W02-OPERATOR,
                                       W11-FRZ-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN W11-FRZ-REFUSED
                   CONTINUE
               WHEN W06-ADD
                   PERFORM ADD-ENTRY
               WHEN W06-UPDATE
                   PERFORM UPDATE-ENTRY
               WHEN W06-DELETE
                   PERFORM DELETE-ENTRY
               WHEN W06-INQUIRE
                   PERFORM INQUIRE-ENTRY
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE JOB-FILES.

           GOBACK.

       ADD-ENTRY.
           IF WS-JF-FOUND
               DISPLAY "El paso ya tiene archivos declarados"
           ELSE
               MOVE SPACES TO JOB-FILES-RECORD
               MOVE W07-STEP TO JF-STEP
               PERFORM ACCEPT-FILE-FIELDS
               IF W09-FILES-OK
                   WRITE JOB-FILES-RECORD
                   DISPLAY "Archivos del paso registrados"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       UPDATE-ENTRY.
           IF WS-JF-NOTFOUND
               DISPLAY "El paso no tiene archivos declarados"
           ELSE
               MOVE SPACES TO JF-FILE-TABLE
               PERFORM ACCEPT-FILE-FIELDS
               IF W09-FILES-OK
                   REWRITE JOB-FILES-RECORD
                   DISPLAY "Archivos del paso actualizados"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       DELETE-ENTRY.
           IF WS-JF-NOTFOUND
               DISPLAY "El paso no tiene archivos declarados"
           ELSE
               DELETE JOB-FILES RECORD
               DISPLAY "Declaracion eliminada"
               PERFORM WRITE-AUDIT
           END-IF.

       INQUIRE-ENTRY.
           IF WS-JF-NOTFOUND
               DISPLAY "El paso no tiene archivos declarados"
           ELSE
               PERFORM VARYING W08-FILE-SUB FROM 1 BY 1
                       UNTIL W08-FILE-SUB > 8
                   IF JF-FILE(W08-FILE-SUB) NOT = SPACES
                       IF JF-UPDATES(W08-FILE-SUB)
                           DISPLAY "  " JF-FILE(W08-FILE-SUB)
                               " actualiza"
                       ELSE
                           DISPLAY "  " JF-FILE(W08-FILE-SUB)
                               " lee"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * A blank file name ends the list.
       ACCEPT-FILE-FIELDS.
           MOVE "Y" TO W09-FILES-VALID.
           MOVE "N" TO W14-DONE.
           PERFORM VARYING W08-FILE-SUB FROM 1 BY 1
                   UNTIL W08-FILE-SUB > 8 OR W14-DONE = "Y"
               DISPLAY "Archivo " W08-FILE-SUB
                   " (en blanco para terminar): "
               ACCEPT JF-FILE(W08-FILE-SUB)
               IF JF-FILE(W08-FILE-SUB) = SPACES
                   MOVE "Y" TO W14-DONE
               ELSE
                   DISPLAY "Uso (R=lee U=actualiza): "
                   ACCEPT JF-USAGE(W08-FILE-SUB)
                   IF NOT JF-READS(W08-FILE-SUB)
                       AND NOT JF-UPDATES(W08-FILE-SUB)
                       DISPLAY "Uso no valido"
                       MOVE "N" TO W09-FILES-VALID
                       MOVE "Y" TO W14-DONE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT W09-FILES-OK
               DISPLAY "Sin cambios"
           END-IF.

       WRITE-AUDIT.
           MOVE SPACES TO W12-AUDIT-RECORD.
           STRING "JOBFILES" W06-TRANS-CODE JF-STEP
               DELIMITED BY SIZE
               INTO W12-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W12-AUDIT-RECORD, W13-AUDIT-RESULT.
           OPEN EXTEND CONFIG-AUDIT.
           IF WS-CGA-STATUS = "35"
               OPEN OUTPUT CONFIG-AUDIT
           END-IF.
           IF WS-CGA-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:14) TO CG-TIMESTAMP
               MOVE W02-OPERATOR   TO CG-OPERATOR
               MOVE W06-TRANS-CODE TO CG-ACTION
               MOVE W10-FRZ-FILE   TO CG-FILE
               MOVE SPACES         TO CG-KEY
               STRING "JOBFILES PASO " W07-STEP
                   DELIMITED BY SIZE
                   INTO CG-KEY
               WRITE CONFIG-AUDIT-RECORD
               CLOSE CONFIG-AUDIT
           END-IF.
