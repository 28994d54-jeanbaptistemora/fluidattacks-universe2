       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLJPIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-INBOUND ASSIGN TO "JOBINBND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IB-STEP
           FILE STATUS IS WS-IB-STATUS.

           SELECT CONFIG-AUDIT ASSIGN TO "CFGAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CGA-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD JOB-INBOUND.
       01 JOB-INBOUND-RECORD.
           05 IB-STEP         PIC 9(03).
           05 IB-FEED-DSN     PIC X(10).
           05 IB-MANIFEST-DSN PIC X(10).
           05 IB-PARTNER      PIC X(20).
           05 IB-EXPECTED     PIC 9(04).
           05 IB-CUTOFF       PIC 9(04).
           05 IB-LATE-ACTION  PIC X(01).
               88 IB-LATE-SKIP VALUE "S".
               88 IB-LATE-FAIL VALUE "F".

       FD CONFIG-AUDIT.
       01 CONFIG-AUDIT-RECORD.
           05 CG-TIMESTAMP PIC X(14).
           05 CG-OPERATOR  PIC X(16).
           05 CG-ACTION    PIC X(01).
           05 CG-FILE      PIC X(10).
           05 CG-KEY       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-IB-STATUS PIC X(02) VALUE "00".
           88 WS-IB-FOUND    VALUE "00".
           88 WS-IB-NOTFOUND VALUE "23".
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
       01 W08-FIELDS-VALID   PIC X(01) VALUE "Y".
           88 W08-FIELDS-OK VALUE "Y".
       01 W09-TIME           PIC 9(04) VALUE 0.
       01 W09-TIME-PARTS REDEFINES W09-TIME.
           05 W09-HH PIC 9(02).
           05 W09-MM PIC 9(02).
       01 W10-FRZ-FILE       PIC X(10) VALUE "JOBPLAN".
       01 W11-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W11-FRZ-REFUSED VALUE "N".
       01 W12-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W13-AUDIT-RESULT   PIC X(01).
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Inbound-file dependencies for the job plan, one record per
      * step number: the partner feed the step loads, its transfer
      * manifest, when the partner is expected to deliver and the
      * latest time the night can still use it.  COBOLSCHED holds the
      * step until the feed is there and passes COBOLTRLV; past the
      * cutoff it alerts the operator and skips (S) or fails (F) the
      * step.  Times are HHMM; one earlier than 12:00 belongs to the
      * morning after a run started in the evening.  A change freeze
      * on JOBPLAN covers these declarations too, and every change
      * is kept on CFGAUDIT for the post-freeze report.
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

           OPEN I-O JOB-INBOUND.
           IF WS-IB-STATUS = "35"
               OPEN OUTPUT JOB-INBOUND
               CLOSE JOB-INBOUND
               MOVE "00" TO WS-IB-STATUS
               OPEN I-O JOB-INBOUND
           END-IF.
           IF WS-IB-STATUS NOT = "00"
               DISPLAY "No se pudo abrir JOBINBND: " WS-IB-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (A/U/D/I): ".
           ACCEPT W06-TRANS-CODE.

           DISPLAY "Paso del plan: ".
           ACCEPT W07-STEP.

           MOVE W07-STEP TO IB-STEP.
           READ JOB-INBOUND
               KEY IS IB-STEP
               INVALID KEY SET WS-IB-NOTFOUND TO TRUE
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

           CLOSE JOB-INBOUND.

           GOBACK.

       ADD-ENTRY.
           IF WS-IB-FOUND
               DISPLAY "El paso ya tiene un archivo de entrada"
           ELSE
               MOVE SPACES TO JOB-INBOUND-RECORD
               MOVE W07-STEP TO IB-STEP
               PERFORM ACCEPT-INBOUND-FIELDS
               IF W08-FIELDS-OK
                   WRITE JOB-INBOUND-RECORD
                   DISPLAY "Archivo de entrada registrado"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       UPDATE-ENTRY.
           IF WS-IB-NOTFOUND
               DISPLAY "El paso no tiene archivo de entrada"
           ELSE
               PERFORM ACCEPT-INBOUND-FIELDS
               IF W08-FIELDS-OK
                   REWRITE JOB-INBOUND-RECORD
                   DISPLAY "Archivo de entrada actualizado"
                   PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       DELETE-ENTRY.
           IF WS-IB-NOTFOUND
               DISPLAY "El paso no tiene archivo de entrada"
           ELSE
               DELETE JOB-INBOUND RECORD
               DISPLAY "Dependencia eliminada"
               PERFORM WRITE-AUDIT
           END-IF.

       INQUIRE-ENTRY.
           IF WS-IB-NOTFOUND
               DISPLAY "El paso no tiene archivo de entrada"
           ELSE
               DISPLAY "Archivo: " IB-FEED-DSN
               DISPLAY "Manifiesto: " IB-MANIFEST-DSN
               DISPLAY "Socio: " IB-PARTNER
               DISPLAY "Llegada esperada: " IB-EXPECTED
               DISPLAY "Hora limite: " IB-CUTOFF
               IF IB-LATE-SKIP
                   DISPLAY "Sin archivo a la hora limite: omitir"
               ELSE
                   DISPLAY "Sin archivo a la hora limite: fallar"
               END-IF
           END-IF.

       ACCEPT-INBOUND-FIELDS.
           MOVE "Y" TO W08-FIELDS-VALID.
           DISPLAY "Archivo de entrada: ".
           ACCEPT IB-FEED-DSN.
           DISPLAY "Manifiesto de transferencia: ".
           ACCEPT IB-MANIFEST-DSN.
           IF IB-FEED-DSN = SPACES OR IB-MANIFEST-DSN = SPACES
               DISPLAY "Archivo y manifiesto son obligatorios"
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.
           DISPLAY "Socio que entrega: ".
           ACCEPT IB-PARTNER.
           DISPLAY "Llegada esperada (HHMM): ".
           ACCEPT IB-EXPECTED.
           MOVE IB-EXPECTED TO W09-TIME.
           PERFORM CHECK-TIME.
           DISPLAY "Hora limite (HHMM): ".
           ACCEPT IB-CUTOFF.
           MOVE IB-CUTOFF TO W09-TIME.
           PERFORM CHECK-TIME.
           DISPLAY "Sin archivo a la hora limite (S=omitir F=fallar): ".
           ACCEPT IB-LATE-ACTION.
           IF NOT IB-LATE-SKIP AND NOT IB-LATE-FAIL
               DISPLAY "Accion no valida"
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.
           IF NOT W08-FIELDS-OK
               DISPLAY "Sin cambios"
           END-IF.

       CHECK-TIME.
           IF W09-TIME NOT NUMERIC OR W09-HH > 23 OR W09-MM > 59
               DISPLAY "Hora no valida: " W09-TIME
               MOVE "N" TO W08-FIELDS-VALID
           END-IF.

       WRITE-AUDIT.
           MOVE SPACES TO W12-AUDIT-RECORD.
           STRING "JOBINBND" W06-TRANS-CODE IB-STEP
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
               STRING "JOBINBND PASO " W07-STEP
                   DELIMITED BY SIZE
                   INTO CG-KEY
               WRITE CONFIG-AUDIT-RECORD
               CLOSE CONFIG-AUDIT
           END-IF.
