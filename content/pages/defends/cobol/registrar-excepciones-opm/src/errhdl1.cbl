           02 EXCEPTION-ID     PIC  X(007).
           02 RESERVED         PIC  X(001).
           02 EXCEPTION-DATA   PIC  X(240).

       01 LOGGER-ROUTING.
           05 LG-VALID-RESPONSES PIC  X(06) VALUE "C     ".
           05 LG-SYS-OPTION      PIC  X(01) VALUE SPACE.
           05 LG-MODULE-NAME     PIC  X(10) VALUE SPACES.
           05 LG-STACK-SUMMARY   PIC X(256) VALUE SPACES.
           05 LG-BATCH-MODE      PIC  X(01) VALUE "O".
           05 LG-SUMMARY-PTR     PIC S9(04) BINARY VALUE 1.
           05 LG-POF-DISPLAY     PIC  9(09) VALUE 0.
           05 LG-COUNT-DISPLAY   PIC  9(02) VALUE 0.
       LINKAGE SECTION.
       01 CBL-EXCEPTION-ID     PIC  X(07).
       01 VALID-RESPONSES      PIC  X(06).
               MOVE PGM-NAME TO OBJECT-NAME(1)
               MOVE LIB-NAME TO LIBRARY-NAME(1)
           END-IF.
           PERFORM ROUTE-TO-LOGGER.
           CALL "QPDLOGER" USING PGM-NAME,
                                 LOG-EXCEPTION-ID,
                                 MESSAGE-KEY,
           END-IF.
           MOVE "C" TO SYS-OPTION.
           STOP RUN.

      * The same failure also goes to the LOGGER file through ERRHDL2,
      * batch mode "O", so OPM programs get the severity map, flood
      * control, alerting, runbook and handover the ILE programs get.
      * The calling-program field carries the call stack as QPDLOGER
      * receives it, failing program first, with the point of failure.
       ROUTE-TO-LOGGER.
           MOVE POINT-OF-FAILURE TO LG-POF-DISPLAY.
           MOVE NBR-OF-OBJECTS TO LG-COUNT-DISPLAY.
           MOVE SPACES TO LG-STACK-SUMMARY.
           MOVE 1 TO LG-SUMMARY-PTR.
           STRING "OPM PF " LG-POF-DISPLAY
                  " PILA " LG-COUNT-DISPLAY ":"
                  DELIMITED BY SIZE
                  INTO LG-STACK-SUMMARY
                  WITH POINTER LG-SUMMARY-PTR.
           PERFORM VARYING WS-STACK-IX FROM 1 BY 1
                   UNTIL WS-STACK-IX > NBR-OF-OBJECTS
                      OR LG-SUMMARY-PTR > 256
               STRING " " DELIMITED BY SIZE
                      LIBRARY-NAME(WS-STACK-IX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      OBJECT-NAME(WS-STACK-IX) DELIMITED BY SPACE
                      INTO LG-STACK-SUMMARY
                      WITH POINTER LG-SUMMARY-PTR
                      ON OVERFLOW MOVE 257 TO LG-SUMMARY-PTR
               END-STRING
           END-PERFORM.
           MOVE PGM-NAME TO LG-MODULE-NAME.
           CALL "ERRHDL2" USING CBL-EXCEPTION-ID,
                                LG-VALID-RESPONSES,
                                PGM-IN-ERROR,
                                SYS-EXCEPTION-ID,
                                MESSAGE-LENGTH,
                                LG-SYS-OPTION,
                                MESSAGE-TEXT,
                                LG-MODULE-NAME,
                                LG-STACK-SUMMARY,
                                LG-BATCH-MODE.
