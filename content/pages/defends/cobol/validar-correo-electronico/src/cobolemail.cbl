           88 W09-VALID      VALUE "Y".
           88 W09-INVALID    VALUE "N".
           88 W09-DISPOSABLE VALUE "D".
           88 W09-NO-MAIL-DOMAIN VALUE "M".
       01 W04-FLDNAME    PIC X(20) VALUE "EMAIL".
       01 W05-DICTRESULT PIC X(01).
           88 W05-DICT-VALID VALUE "Y".
               IF W09-DISPOSABLE
                   DISPLAY "Correo con dominio descartable"
               ELSE
                   IF W09-NO-MAIL-DOMAIN
                       DISPLAY "Correo con dominio que no recibe correo"
                   ELSE
                       PERFORM EMAIL-ERROR
                   END-IF
               END-IF
           END-IF.

