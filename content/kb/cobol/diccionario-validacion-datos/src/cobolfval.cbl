           02 FD-SENSITIVITY PIC X(01).
               88 FD-SENS-PUBLIC     VALUES "P", " ".
               88 FD-SENS-INTERNAL   VALUE "I".
               88 FD-SENS-RESTRICTED VALUES "R", "T".

       WORKING-STORAGE SECTION.
       01 WS-DICT-STATUS PIC X(02) VALUE "00".
