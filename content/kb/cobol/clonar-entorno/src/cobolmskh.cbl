       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLMSKH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-ISERIES.
         OBJECT-COMPUTER. IBM-ISERIES.
         SPECIAL-NAMES.
         LINKAGE TYPE PROCEDURE FOR "Qc3CalculateHash".

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 W01-SALTED-VALUE PIC X(264) VALUE SPACES.

       COPY QC3CCI OF QSYSINC-QCBLLESRC.
       COPY QUSEC OF QSYSINC-QCBLLESRC.

       LINKAGE SECTION.
       01 CK-SALT  PIC X(08).
       01 CK-VALUE PIC X(256).
       01 CK-HASH  PIC X(32).

      * Field digest for the masking verification: the whole field,
      * embedded spaces included, is hashed with the run's salt, so
      * a production value and its test copy can be compared without
      * either value being kept, printed or moved anywhere in clear.
       PROCEDURE DIVISION USING CK-SALT, CK-VALUE, CK-HASH.
       MAIN.
           MOVE SPACES TO CK-HASH.
           MOVE SPACES TO W01-SALTED-VALUE.
           STRING CK-VALUE DELIMITED BY SIZE
                  CK-SALT  DELIMITED BY SIZE
                  INTO W01-SALTED-VALUE.
           CALL "Qc3CalculateHash" USING
               BY REFERENCE W01-SALTED-VALUE,
               BY CONTENT   LENGTH OF W01-SALTED-VALUE,
               BY CONTENT   "0",
               BY CONTENT   "0",
               BY REFERENCE CK-HASH,
               BY REFERENCE QUS-EC.

           GOBACK.
