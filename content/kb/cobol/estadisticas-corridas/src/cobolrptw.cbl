       01 WS-DETAIL-COUNT PIC 9(07) VALUE 0.
      * 55 detail lines fit a standard page below the heading block.
       01 WS-PAGE-SIZE   PIC 9(02) VALUE 55.
       01 WS-REPO-FN     PIC X(01) VALUE SPACES.
       01 WS-REPO-LINE   PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01 CK-FUNCTION   PIC X(01).
      * the spool is complete. Detail lines page automatically;
      * total lines print without counting as records; close writes
      * the trailer. State persists across calls within the run
      * unit, so a report is open/detail.../total/close.  Every
      * line written is also kept in the report repository through
      * COBOLRPTR, which catalogues and distributes the report when
      * it is closed.
       PROCEDURE DIVISION USING CK-FUNCTION, CK-REPORT-DSN,
                                CK-TITLE, CK-CORRID, CK-LINE.
       MAIN.
           MOVE "Y" TO WS-OPEN-FLAG.
           MOVE 0 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE "O" TO WS-REPO-FN.
           CALL "COBOLRPTR" USING WS-REPO-FN, WS-REPORT-DSN, WS-TITLE,
               WS-CORRID, WS-REPO-LINE, WS-PAGE-NUMBER,
               WS-DETAIL-COUNT.
           PERFORM WRITE-PAGE-HEADING.
       OPEN-REPORT-EXIT.
           EXIT.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE SPACES TO REPORT-FILE-RECORD.
           MOVE WS-TITLE TO REPORT-FILE-RECORD.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-FILE-RECORD.
           STRING "ENTORNO " WS-ENV-PREFIX
               "  FECHA " WS-RUN-STAMP(1:8)
               "  PAGINA " WS-PAGE-NUMBER
               DELIMITED BY SIZE
               INTO REPORT-FILE-RECORD.
           PERFORM PUT-LINE.
           MOVE SPACES TO REPORT-FILE-RECORD.
           PERFORM PUT-LINE.

       WRITE-DETAIL.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE CK-LINE TO REPORT-FILE-RECORD.
           PERFORM PUT-LINE.
           ADD 1 TO WS-PAGE-LINES.
           ADD 1 TO WS-DETAIL-COUNT.

               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE CK-LINE TO REPORT-FILE-RECORD.
           PERFORM PUT-LINE.
           ADD 1 TO WS-PAGE-LINES.

       CLOSE-REPORT.
               "  FIN DEL INFORME"
               DELIMITED BY SIZE
               INTO REPORT-FILE-RECORD.
           PERFORM PUT-LINE.
           CLOSE REPORT-FILE.
           MOVE "N" TO WS-OPEN-FLAG.
           MOVE "C" TO WS-REPO-FN.
           CALL "COBOLRPTR" USING WS-REPO-FN, WS-REPORT-DSN, WS-TITLE,
               WS-CORRID, WS-REPO-LINE, WS-PAGE-NUMBER,
               WS-DETAIL-COUNT.

       PUT-LINE.
           WRITE REPORT-FILE-RECORD.
           MOVE REPORT-FILE-RECORD TO WS-REPO-LINE.
           MOVE "L" TO WS-REPO-FN.
           CALL "COBOLRPTR" USING WS-REPO-FN, WS-REPORT-DSN, WS-TITLE,
               WS-CORRID, WS-REPO-LINE, WS-PAGE-NUMBER,
               WS-DETAIL-COUNT.
