           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).
               88 LOG-FROM-OPM VALUE "O".

       FD LOG-REPORT.
       01 LOG-REPORT-RECORD PIC X(350).
       01 W07-RBK-INSTR-3  PIC X(60) VALUE SPACES.
       01 W08-RBK-RESULT   PIC X(01).
           88 W08-RBK-FOUND VALUE "Y".
       01 W09-ORIGIN       PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      * covered, so one looping job reads as one problem.
       WRITE-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF LOG-FROM-OPM
               MOVE "OPM" TO W09-ORIGIN
           ELSE
               MOVE "ILE" TO W09-ORIGIN
           END-IF.
           MOVE SPACES TO LOG-REPORT-RECORD.
           STRING LOG-DATE " " W09-ORIGIN " " LOG-PGM-IN-ERROR " "
               LOG-EXCEPTION-ID " " LOG-CALLING-PGM " "
               LOG-CORRID " " LOG-SEVERITY
               DELIMITED BY SIZE
