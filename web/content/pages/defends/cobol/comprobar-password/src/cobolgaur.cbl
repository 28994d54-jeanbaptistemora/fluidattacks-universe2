           05 GA-DECISION   PIC X(01).
               88 GA-ACCEPTED VALUE "A".
               88 GA-REJECTED VALUE "R".
           05 GA-P2-DICT    PIC X(04).
           05 GA-BH-VERDICT PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
               " CP=" GA-CP-VERDICT " PR=" GA-PR-VERDICT
               " P2=" GA-P2-VERDICT " PH=" GA-PH-VERDICT
               " PU=" GA-PU-VERDICT " " GA-DECISION
               " DIC=" GA-P2-DICT " BH=" GA-BH-VERDICT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
