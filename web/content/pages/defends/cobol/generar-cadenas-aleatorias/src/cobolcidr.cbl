           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).
               88 LOG-FROM-OPM VALUE "O".

       FD JOB-STEP-REGISTRY.
       01 JOB-STEP-RECORD.
           05 GA-PH-VERDICT PIC X(01).
           05 GA-PU-VERDICT PIC X(01).
           05 GA-DECISION   PIC X(01).
           05 GA-P2-DICT    PIC X(04).
           05 GA-BH-VERDICT PIC X(01).

       FD RUN-STATS.
       01 RUN-STATS-RECORD.
       01 W07-RBK-INSTR-3 PIC X(60) VALUE SPACES.
       01 W08-RBK-RESULT  PIC X(01).
           88 W08-RBK-FOUND VALUE "Y".
       01 W09-ORIGIN      PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN SECTION.
                   MOVE LOG-DATE(1:14) TO SW-TIMESTAMP
                   MOVE "LOGGER" TO SW-SOURCE
                   MOVE SPACES TO SW-DETAIL
                   IF LOG-FROM-OPM
                       MOVE "OPM" TO W09-ORIGIN
                   ELSE
                       MOVE "ILE" TO W09-ORIGIN
                   END-IF
      * The runbook action rides along on the trace line so whoever
      * drills into a correlation id sees what to do, not just what
      * broke.
                       W05-RBK-INSTR-1, W06-RBK-INSTR-2,
                       W07-RBK-INSTR-3, W08-RBK-RESULT
                   IF W08-RBK-FOUND
                       STRING W09-ORIGIN " " LOG-PGM-IN-ERROR
                           " " LOG-EXCEPTION-ID
                           " SEVERIDAD " LOG-SEVERITY
                           " ACCION " W03-RBK-ACTION
                           DELIMITED BY SIZE
                           INTO SW-DETAIL
                   ELSE
                       STRING W09-ORIGIN " " LOG-PGM-IN-ERROR
                           " " LOG-EXCEPTION-ID
                           " SEVERIDAD " LOG-SEVERITY
                           DELIMITED BY SIZE
                           INTO SW-DETAIL
