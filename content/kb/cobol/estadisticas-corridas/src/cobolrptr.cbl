       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRPTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPO ASSIGN TO "RPTREPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-KEY
           FILE STATUS IS WS-REPO-STATUS.

           SELECT REPORT-LINES ASSIGN TO "RPTLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-LINES-STATUS.

           SELECT REPORT-DEF ASSIGN TO "RPTDEF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RD-REPORT
           FILE STATUS IS WS-DEF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REPORT-REPO.
       01 REPORT-REPO-RECORD.
           05 RR-KEY.
               10 RR-REPORT     PIC X(10).
               10 RR-RUN-TS     PIC X(14).
               10 RR-SEQ        PIC 9(02).
           05 RR-TITLE          PIC X(60).
           05 RR-CORRID         PIC X(12).
           05 RR-ENV            PIC X(04).
           05 RR-SOURCE         PIC X(01).
               88 RR-FROM-WRITER  VALUE "W".
               88 RR-FROM-CATALOG VALUE "C".
           05 RR-STATUS         PIC X(01).
               88 RR-IS-OPEN       VALUE "P".
               88 RR-IS-COMPLETE   VALUE "C".
               88 RR-IS-INCOMPLETE VALUE "I".
           05 RR-PAGES          PIC 9(04).
           05 RR-RECORDS        PIC 9(07).
           05 RR-LINES          PIC 9(07).
           05 RR-RETEN-CLASS    PIC X(01).
           05 RR-KEEP-UNTIL     PIC X(08).
           05 RR-NOTICES        PIC 9(03).
           05 RR-END-TS         PIC X(14).

       FD REPORT-LINES.
       01 REPORT-LINES-RECORD.
           05 RL-KEY.
               10 RL-REPORT     PIC X(10).
               10 RL-RUN-TS     PIC X(14).
               10 RL-SEQ        PIC 9(02).
               10 RL-LINE-NO    PIC 9(07).
           05 RL-PAGE           PIC 9(04).
           05 RL-TEXT           PIC X(132).

       FD REPORT-DEF.
       01 REPORT-DEF-RECORD.
           05 RD-REPORT         PIC X(10).
           05 RD-RETEN-CLASS    PIC X(01).
           05 RD-VIEW-ROLE      PIC X(08).
           05 RD-DESCRIPTION    PIC X(40).
           05 RD-UPDATED-BY     PIC X(16).
           05 RD-UPDATED-TS     PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-REPO-STATUS  PIC X(02) VALUE "00".
           88 WS-REPO-FOUND    VALUE "00".
           88 WS-REPO-NOTFOUND VALUE "23".
       01 WS-LINES-STATUS PIC X(02) VALUE "00".
       01 WS-DEF-STATUS   PIC X(02) VALUE "00".
           88 WS-DEF-FOUND VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-OPEN-FLAG   PIC X(01) VALUE "N".
           88 W01-ENTRY-OPEN VALUE "Y".
       01 W02-ENTRY-KEY.
           05 W02-REPORT  PIC X(10).
           05 W02-RUN-TS  PIC X(14).
           05 W02-SEQ     PIC 9(02).
       01 W03-LINE-NO     PIC 9(07) VALUE 0.
       01 W04-KEEP-DAYS   PIC 9(04) VALUE 0.
       01 W05-RUN-DATE    PIC 9(08) VALUE 0.
       01 W06-KEEP-DATE   PIC 9(08) VALUE 0.
       01 W07-SEQ-FREE    PIC X(01) VALUE "N".
           88 W07-FOUND-FREE VALUE "Y".
       01 W08-NOTICES     PIC 9(03) VALUE 0.
      * Retention classes: C short (a quarter), M medium (just over a
      * year, the default), L long (seven years, for audit evidence).
       01 W09-CLASS-TABLE.
           05 FILLER PIC X(05) VALUE "C0090".
           05 FILLER PIC X(05) VALUE "M0400".
           05 FILLER PIC X(05) VALUE "L2557".
       01 W10-CLASSES REDEFINES W09-CLASS-TABLE.
           05 W10-CLASS OCCURS 3 TIMES.
               10 W10-CLASS-CODE PIC X(01).
               10 W10-CLASS-DAYS PIC 9(04).
       01 W11-SUB         PIC 9(01) VALUE 0.
       01 W12-RETEN-CLASS PIC X(01) VALUE "M".

       LINKAGE SECTION.
       01 CK-FUNCTION   PIC X(01).
           88 CK-FN-OPEN    VALUE "O".
           88 CK-FN-CATALOG VALUE "K".
           88 CK-FN-LINE    VALUE "L".
           88 CK-FN-CLOSE   VALUE "C".
       01 CK-REPORT-DSN PIC X(10).
       01 CK-TITLE      PIC X(60).
       01 CK-CORRID     PIC X(12).
       01 CK-LINE       PIC X(132).
       01 CK-PAGE       PIC 9(04).
       01 CK-RECORDS    PIC 9(07).

      * Report repository.  Every report COBOLRPTW writes is kept
      * here line by line as well as going to its spool file, so the
      * copy from any past run can be found by report name and run
      * date long after the spool file has been overwritten by the
      * next run.  Open (O, from the writer, or K, when COBOLRPTC
      * catalogues a report produced outside the writer) starts an
      * entry marked in progress; each line (L) is stored with its
      * page number; close (C) marks the entry complete with its page
      * and record counts and hands it to COBOLRPTD for distribution.
      * An entry left in progress when a new one is opened is marked
      * incomplete, so a report whose program died part way is never
      * taken for a whole one.  The retention class comes from RPTDEF
      * and fixes the date COBOLRPTP may purge the entry after.  A
      * repository that cannot be written never stops the report
      * itself; the entry is simply not kept.
       PROCEDURE DIVISION USING CK-FUNCTION, CK-REPORT-DSN, CK-TITLE,
                                CK-CORRID, CK-LINE, CK-PAGE,
                                CK-RECORDS.
       MAIN.
           EVALUATE TRUE
               WHEN CK-FN-OPEN OR CK-FN-CATALOG
                   PERFORM OPEN-ENTRY THRU OPEN-ENTRY-EXIT
               WHEN CK-FN-LINE AND W01-ENTRY-OPEN
                   PERFORM STORE-LINE
               WHEN CK-FN-CLOSE AND W01-ENTRY-OPEN
                   PERFORM CLOSE-ENTRY THRU CLOSE-ENTRY-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       OPEN-ENTRY.
           IF W01-ENTRY-OPEN
               PERFORM ABANDON-ENTRY
           END-IF.

           OPEN I-O REPORT-REPO.
           IF WS-REPO-STATUS = "35"
               OPEN OUTPUT REPORT-REPO
               CLOSE REPORT-REPO
               MOVE "00" TO WS-REPO-STATUS
               OPEN I-O REPORT-REPO
           END-IF.
           IF WS-REPO-STATUS NOT = "00"
               DISPLAY "RPTREPO no disponible: " WS-REPO-STATUS
               GO TO OPEN-ENTRY-EXIT
           END-IF.
           OPEN I-O REPORT-LINES.
           IF WS-LINES-STATUS = "35"
               OPEN OUTPUT REPORT-LINES
               CLOSE REPORT-LINES
               MOVE "00" TO WS-LINES-STATUS
               OPEN I-O REPORT-LINES
           END-IF.
           IF WS-LINES-STATUS NOT = "00"
               DISPLAY "RPTLINES no disponible: " WS-LINES-STATUS
               CLOSE REPORT-REPO
               GO TO OPEN-ENTRY-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE CK-REPORT-DSN TO W02-REPORT.
           MOVE WS-CURRENT-DATE(1:14) TO W02-RUN-TS.
           MOVE 0 TO W02-SEQ.
           MOVE "N" TO W07-SEQ-FREE.
           PERFORM UNTIL W07-FOUND-FREE OR W02-SEQ = 99
               MOVE W02-ENTRY-KEY TO RR-KEY
               READ REPORT-REPO
                   KEY IS RR-KEY
                   INVALID KEY MOVE "Y" TO W07-SEQ-FREE
               END-READ
               IF NOT W07-FOUND-FREE
                   ADD 1 TO W02-SEQ
               END-IF
           END-PERFORM.

           PERFORM LOAD-DEFINITION.

           MOVE SPACES TO REPORT-REPO-RECORD.
           MOVE W02-ENTRY-KEY TO RR-KEY.
           MOVE CK-TITLE  TO RR-TITLE.
           MOVE CK-CORRID TO RR-CORRID.
           CALL "COBOLENVP" USING RR-ENV.
           IF CK-FN-CATALOG
               SET RR-FROM-CATALOG TO TRUE
           ELSE
               SET RR-FROM-WRITER TO TRUE
           END-IF.
           SET RR-IS-OPEN TO TRUE.
           MOVE 0 TO RR-PAGES, RR-RECORDS, RR-LINES, RR-NOTICES.
           MOVE W12-RETEN-CLASS TO RR-RETEN-CLASS.
           MOVE W06-KEEP-DATE TO RR-KEEP-UNTIL.
           WRITE REPORT-REPO-RECORD
               INVALID KEY
                   DISPLAY "RPTREPO: no se pudo crear la entrada "
                       W02-REPORT " " W02-RUN-TS
                   CLOSE REPORT-LINES
                   CLOSE REPORT-REPO
                   GO TO OPEN-ENTRY-EXIT
           END-WRITE.
           MOVE 0 TO W03-LINE-NO.
           MOVE "Y" TO W01-OPEN-FLAG.
       OPEN-ENTRY-EXIT.
           EXIT.

      * A report with no RPTDEF entry is kept in the medium class.
       LOAD-DEFINITION.
           MOVE "M" TO W12-RETEN-CLASS.
           OPEN INPUT REPORT-DEF.
           IF WS-DEF-STATUS = "00"
               MOVE CK-REPORT-DSN TO RD-REPORT
               READ REPORT-DEF
                   KEY IS RD-REPORT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RD-RETEN-CLASS TO W12-RETEN-CLASS
               END-READ
               CLOSE REPORT-DEF
           END-IF.
           MOVE 0 TO W04-KEEP-DAYS.
           PERFORM VARYING W11-SUB FROM 1 BY 1 UNTIL W11-SUB > 3
               IF W10-CLASS-CODE(W11-SUB) = W12-RETEN-CLASS
                   MOVE W10-CLASS-DAYS(W11-SUB) TO W04-KEEP-DAYS
               END-IF
           END-PERFORM.
           IF W04-KEEP-DAYS = 0
               MOVE "M" TO W12-RETEN-CLASS
               MOVE W10-CLASS-DAYS(2) TO W04-KEEP-DAYS
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO W05-RUN-DATE.
           COMPUTE W06-KEEP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W05-RUN-DATE) + W04-KEEP-DAYS).

       STORE-LINE.
           ADD 1 TO W03-LINE-NO.
           MOVE W02-REPORT TO RL-REPORT.
           MOVE W02-RUN-TS TO RL-RUN-TS.
           MOVE W02-SEQ    TO RL-SEQ.
           MOVE W03-LINE-NO TO RL-LINE-NO.
           MOVE CK-PAGE TO RL-PAGE.
           MOVE CK-LINE TO RL-TEXT.
           WRITE REPORT-LINES-RECORD
               INVALID KEY
                   DISPLAY "RPTLINES: linea no guardada "
                       W02-REPORT " " W03-LINE-NO
           END-WRITE.

       CLOSE-ENTRY.
           MOVE W02-ENTRY-KEY TO RR-KEY.
           READ REPORT-REPO
               KEY IS RR-KEY
               INVALID KEY
                   DISPLAY "RPTREPO: entrada perdida " W02-REPORT
                   PERFORM RELEASE-FILES
                   GO TO CLOSE-ENTRY-EXIT
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           SET RR-IS-COMPLETE TO TRUE.
           MOVE CK-PAGE    TO RR-PAGES.
           MOVE CK-RECORDS TO RR-RECORDS.
           MOVE W03-LINE-NO TO RR-LINES.
           MOVE WS-CURRENT-DATE(1:14) TO RR-END-TS.
           REWRITE REPORT-REPO-RECORD
               INVALID KEY
                   DISPLAY "RPTREPO: no se pudo cerrar " W02-REPORT
                   PERFORM RELEASE-FILES
                   GO TO CLOSE-ENTRY-EXIT
           END-REWRITE.

      * Notices go out only once the entry is complete, so a
      * recipient who follows one always finds the whole report.
           MOVE 0 TO W08-NOTICES.
           CALL "COBOLRPTD" USING W02-REPORT, W02-RUN-TS, W02-SEQ,
                                   RR-TITLE, W08-NOTICES.
           IF W08-NOTICES > 0
               MOVE W02-ENTRY-KEY TO RR-KEY
               READ REPORT-REPO
                   KEY IS RR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE W08-NOTICES TO RR-NOTICES
                       REWRITE REPORT-REPO-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM RELEASE-FILES.
       CLOSE-ENTRY-EXIT.
           EXIT.

       ABANDON-ENTRY.
           MOVE W02-ENTRY-KEY TO RR-KEY.
           READ REPORT-REPO
               KEY IS RR-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET RR-IS-INCOMPLETE TO TRUE
                   MOVE W03-LINE-NO TO RR-LINES
                   REWRITE REPORT-REPO-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           PERFORM RELEASE-FILES.

       RELEASE-FILES.
           CLOSE REPORT-LINES.
           CLOSE REPORT-REPO.
           MOVE "N" TO W01-OPEN-FLAG.
