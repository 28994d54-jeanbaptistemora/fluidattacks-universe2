       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBJECT-ACK ASSIGN TO DYNAMIC WS-ACK-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AK-KEY
           88 W01-INQUIRE VALUE "I".
       01 W02-LIBRARY    PIC X(10) VALUE SPACES.
       01 W03-OBJECT     PIC X(10) VALUE SPACES.
       01 W04-ACK-KIND   PIC X(01) VALUE "F".
           88 W04-UNSIGNED  VALUE "F", " ".
           88 W04-AUTHORITY VALUE "A".
       01 WS-ACK-DSN     PIC X(10) VALUE "OBJACKFIL".

      * Exceptions acknowledged against the production sweeps: "F"
      * for unsigned programs (OBJACKFIL, read by COBOLOBJSWP), "A"
      * for authority and ownership findings (AUTACKFIL, read by
      * COBOLOBJAU).  Both files have the same layout.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Reconocimiento de (F firma/A autoridad): ".
           ACCEPT W04-ACK-KIND.
           EVALUATE TRUE
               WHEN W04-UNSIGNED
                   MOVE "OBJACKFIL" TO WS-ACK-DSN
               WHEN W04-AUTHORITY
                   MOVE "AUTACKFIL" TO WS-ACK-DSN
               WHEN OTHER
                   DISPLAY "Tipo de reconocimiento no valido"
                   STOP RUN
           END-EVALUATE.
           OPEN I-O OBJECT-ACK.
           IF WS-ACK-STATUS = "35"
               OPEN OUTPUT OBJECT-ACK
               CLOSE OBJECT-ACK
               OPEN I-O OBJECT-ACK
           END-IF.

           DISPLAY "Transaccion (A/U/D/I): ".
           ACCEPT W01-TRANS-CODE.
