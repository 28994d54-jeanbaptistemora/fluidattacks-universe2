           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-COPY-STATUS.

           SELECT QUERY-SNAPSHOT ASSIGN TO "QRYSNAP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QS-KEY
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT RUN-REPORT ASSIGN TO "QCRUNRPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           05 QC-FREQ-DAY    PIC 9(01).
           05 QC-ACTIVE      PIC X(01).
               88 QC-IS-ACTIVE VALUE "Y".
           05 QC-DELTA       PIC X(01).
               88 QC-DELTA-MODE VALUE "Y".
           05 QC-KEY-COLS    PIC 9(01).

       FD BUSINESS-CALENDAR.
       01 BUSINESS-CALENDAR-RECORD.
           05 BC-TYPE PIC X(01).
               88 BC-HOLIDAY   VALUE "H".
               88 BC-MONTH-END VALUE "E".
           05 BC-FREEZE-ID PIC X(08).
           05 BC-FREEZE-SCOPES.
               10 BC-FREEZE-SCOPE PIC X(10) OCCURS 4 TIMES.

       FD QUERY-EXTRACT.
       01 QUERY-EXTRACT-RECORD PIC X(512).
       FD EXTRACT-COPY.
       01 EXTRACT-COPY-RECORD PIC X(512).

       FD QUERY-SNAPSHOT.
       01 QUERY-SNAPSHOT-RECORD.
           05 QS-KEY.
               10 QS-NAME    PIC X(10).
               10 QS-DATE    PIC X(08).
               10 QS-ROW-KEY PIC X(64).
           05 QS-SEEN        PIC X(08).
           05 QS-ROW         PIC X(512).

       FD RUN-REPORT.
       01 RUN-REPORT-RECORD PIC X(100).

       01 WS-COPY-STATUS PIC X(02) VALUE "00".
       01 WS-COPY-DSN    PIC X(10) VALUE SPACES.
       01 WS-RPT-STATUS  PIC X(02) VALUE "00".
       01 WS-SNAP-STATUS PIC X(02) VALUE "00".
           88 WS-SNAP-EOF    VALUE "10".
       01 WS-CORRID      PIC X(12) VALUE SPACES.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-TODAY       PIC X(08) VALUE SPACES.
       01 WS-FAILED      PIC 9(03) VALUE 0.
       01 WS-SUB         PIC 9(02) VALUE 0.
       01 WS-COPIED      PIC 9(07) VALUE 0.
       01 WS-DELTA-STATE PIC X(01) VALUE SPACE.
           88 WS-DELTA-DONE      VALUE "D".
           88 WS-DELTA-TRUNCATED VALUE "T".
           88 WS-DELTA-NO-SNAP   VALUE "S".
       01 WS-DELTA-WARN  PIC 9(03) VALUE 0.
       01 WS-BASE-DATE   PIC X(08) VALUE SPACES.
       01 WS-ADDED       PIC 9(07) VALUE 0.
       01 WS-CHANGED     PIC 9(07) VALUE 0.
       01 WS-REMOVED     PIC 9(07) VALUE 0.
       01 WS-DUP-KEYS    PIC 9(07) VALUE 0.
       01 WS-TOT-ADDED   PIC 9(07) VALUE 0.
       01 WS-TOT-CHANGED PIC 9(07) VALUE 0.
       01 WS-TOT-REMOVED PIC 9(07) VALUE 0.
       01 WS-ROW-TEXT    PIC X(512) VALUE SPACES.
       01 WS-ROW-KEY     PIC X(64) VALUE SPACES.
       01 WS-CHANGE-IND  PIC X(01) VALUE SPACE.
       01 WS-IN-QUOTES   PIC X(01) VALUE "N".
           88 WS-INSIDE-QUOTES VALUE "Y".
       01 WS-KEY-WANTED  PIC 9(01) VALUE 1.
       01 WS-KEY-FIELDS  PIC 9(03) VALUE 0.
       01 WS-KEY-END     PIC 9(03) VALUE 0.
       01 WS-POS         PIC 9(03) VALUE 0.
      * COBOLQSVC call area: the catalog holds up to five criteria,
      * the service binds up to ten.
       01 W01-FUNCTION-CODE  PIC X(01) VALUE "X".
      * extracts coexist. Follows the JOBPLAN frequency convention
      * (blank/D daily, W weekly on QC-FREQ-DAY, M on BUSCAL
      * month-end dates).
      * An entry flagged for delta mode delivers only the rows added
      * (A), changed (M) or gone (B) since the previous successful
      * run. Each run's result is kept on QRYSNAP keyed by query,
      * business date and the entry's leading key columns; the base
      * for comparison is the latest snapshot dated before today, so
      * a rerun of the same business date replaces today's snapshot
      * and reproduces the same delta. A truncated extract is
      * delivered in full and leaves the snapshots untouched.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           STRING "EJECUTADAS " WS-EXECUTED
               " OMITIDAS " WS-SKIPPED
               " FALLIDAS " WS-FAILED
               " ALTAS " WS-TOT-ADDED
               " MODIF " WS-TOT-CHANGED
               " BAJAS " WS-TOT-REMOVED
               DELIMITED BY SIZE
               INTO RUN-REPORT-RECORD.
           WRITE RUN-REPORT-RECORD.
           DISPLAY "Consultas ejecutadas: " WS-EXECUTED.
           DISPLAY "Consultas fallidas: " WS-FAILED.

           IF WS-FAILED > 0 OR WS-DELTA-WARN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               W03-SELECT-COLUMNS, W04-WHERE-COUNT, W05-WHERE-PARMS,
               W06-RESULT-ROW, W07-STATUS, W08-SET-COUNT,
               W09-SET-PARMS, W10-DRYRUN, W11-AFFECTED,
               W12-OPERATOR, QC-NAME.
           IF W07-ERROR
               ADD 1 TO WS-FAILED
               MOVE SPACES TO RUN-REPORT-RECORD
                   INTO RUN-REPORT-RECORD
               WRITE RUN-REPORT-RECORD
           ELSE
               IF QC-DELTA-MODE
                   PERFORM DELIVER-DELTA THRU DELIVER-DELTA-EXIT
               ELSE
                   PERFORM DELIVER-EXTRACT
                       THRU DELIVER-EXTRACT-EXIT
               END-IF
               ADD 1 TO WS-EXECUTED
               MOVE SPACES TO RUN-REPORT-RECORD
               IF WS-DELTA-DONE
                   STRING QC-NAME " " QC-TABLE " -> " QC-OUTPUT-DSN
                       " ALTAS " WS-ADDED
                       " MODIF " WS-CHANGED
                       " BAJAS " WS-REMOVED
                       DELIMITED BY SIZE
                       INTO RUN-REPORT-RECORD
               ELSE
                   STRING QC-NAME " " QC-TABLE " -> " QC-OUTPUT-DSN
                       " FILAS " WS-COPIED
                       DELIMITED BY SIZE
                       INTO RUN-REPORT-RECORD
               END-IF
               WRITE RUN-REPORT-RECORD
               IF QC-DELTA-MODE
                   PERFORM NOTE-DELTA-BASE
               END-IF
           END-IF.

      * QRYEXTRACT is the service's fixed landing file; each
       DELIVER-EXTRACT-EXIT.
           EXIT.

      * Delta delivery. The extract is checked for a governor
      * truncation first: comparing a partial result would report
      * every missing row as gone, so it is delivered in full
      * instead and the previous base stays in place.
       DELIVER-DELTA.
           MOVE SPACE TO WS-DELTA-STATE.
           MOVE 0 TO WS-ADDED, WS-CHANGED, WS-REMOVED, WS-DUP-KEYS.
           MOVE SPACES TO WS-BASE-DATE.
           PERFORM CHECK-EXTRACT-COMPLETE.
           IF WS-DELTA-TRUNCATED
               ADD 1 TO WS-DELTA-WARN
               PERFORM DELIVER-EXTRACT THRU DELIVER-EXTRACT-EXIT
               GO TO DELIVER-DELTA-EXIT
           END-IF.

           MOVE "00" TO WS-SNAP-STATUS.
           OPEN I-O QUERY-SNAPSHOT.
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT QUERY-SNAPSHOT
               CLOSE QUERY-SNAPSHOT
               OPEN I-O QUERY-SNAPSHOT
           END-IF.
           IF WS-SNAP-STATUS NOT = "00"
               SET WS-DELTA-NO-SNAP TO TRUE
               ADD 1 TO WS-DELTA-WARN
               PERFORM DELIVER-EXTRACT THRU DELIVER-EXTRACT-EXIT
               GO TO DELIVER-DELTA-EXIT
           END-IF.

           PERFORM FIND-BASE-SNAPSHOT.
           PERFORM PREPARE-SNAPSHOTS.

           MOVE "00" TO WS-EXT-STATUS.
           OPEN INPUT QUERY-EXTRACT.
           MOVE QC-OUTPUT-DSN TO WS-COPY-DSN.
           OPEN OUTPUT EXTRACT-COPY.
           MOVE 0 TO WS-COPIED.
           READ QUERY-EXTRACT
               AT END SET WS-EXT-EOF TO TRUE
           END-READ.
           IF NOT WS-EXT-EOF
               MOVE SPACES TO EXTRACT-COPY-RECORD
               STRING "CAMBIO," QUERY-EXTRACT-RECORD
                   DELIMITED BY SIZE
                   INTO EXTRACT-COPY-RECORD
               WRITE EXTRACT-COPY-RECORD
               READ QUERY-EXTRACT
                   AT END SET WS-EXT-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-EXT-EOF
               IF QUERY-EXTRACT-RECORD(1:6) NOT = "TOTAL,"
                   MOVE QUERY-EXTRACT-RECORD TO WS-ROW-TEXT
                   PERFORM COMPARE-ROW
               END-IF
               READ QUERY-EXTRACT
                   AT END SET WS-EXT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE QUERY-EXTRACT.
           MOVE "00" TO WS-EXT-STATUS.

           IF WS-BASE-DATE NOT = SPACES
               PERFORM REPORT-REMOVED-ROWS
           END-IF.

           MOVE SPACES TO EXTRACT-COPY-RECORD.
           STRING "TOTAL," WS-COPIED
               DELIMITED BY SIZE
               INTO EXTRACT-COPY-RECORD.
           WRITE EXTRACT-COPY-RECORD.
           CLOSE EXTRACT-COPY.
           CLOSE QUERY-SNAPSHOT.
           ADD WS-ADDED   TO WS-TOT-ADDED.
           ADD WS-CHANGED TO WS-TOT-CHANGED.
           ADD WS-REMOVED TO WS-TOT-REMOVED.
           SET WS-DELTA-DONE TO TRUE.
       DELIVER-DELTA-EXIT.
           EXIT.

       CHECK-EXTRACT-COMPLETE.
           MOVE "00" TO WS-EXT-STATUS.
           OPEN INPUT QUERY-EXTRACT.
           IF WS-EXT-STATUS = "00"
               READ QUERY-EXTRACT
                   AT END SET WS-EXT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EXT-EOF
                   IF QUERY-EXTRACT-RECORD(1:9) = "TRUNCADA,"
                       SET WS-DELTA-TRUNCATED TO TRUE
                   END-IF
                   READ QUERY-EXTRACT
                       AT END SET WS-EXT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QUERY-EXTRACT
           END-IF.
           MOVE "00" TO WS-EXT-STATUS.

      * Snapshot dates ascend within a query, so one START past the
      * rows of each date walks the distinct dates on file.
       FIND-BASE-SNAPSHOT.
           MOVE QC-NAME TO QS-NAME.
           MOVE LOW-VALUES TO QS-DATE, QS-ROW-KEY.
           START QUERY-SNAPSHOT KEY IS NOT LESS THAN QS-KEY
               INVALID KEY SET WS-SNAP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SNAP-EOF
               READ QUERY-SNAPSHOT NEXT RECORD
                   AT END SET WS-SNAP-EOF TO TRUE
               END-READ
               IF NOT WS-SNAP-EOF
                   IF QS-NAME NOT = QC-NAME
                       SET WS-SNAP-EOF TO TRUE
                   ELSE
                       IF QS-DATE < WS-TODAY
                           MOVE QS-DATE TO WS-BASE-DATE
                       END-IF
                       MOVE HIGH-VALUES TO QS-ROW-KEY
                       START QUERY-SNAPSHOT KEY IS GREATER THAN QS-KEY
                           INVALID KEY SET WS-SNAP-EOF TO TRUE
                       END-START
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-SNAP-STATUS.

      * Only the base and today's snapshot are needed: older ones are
      * dropped, today's is rebuilt by this run, and the base rows
      * lose the marks a previous run of today left on them.
       PREPARE-SNAPSHOTS.
           MOVE QC-NAME TO QS-NAME.
           MOVE LOW-VALUES TO QS-DATE, QS-ROW-KEY.
           START QUERY-SNAPSHOT KEY IS NOT LESS THAN QS-KEY
               INVALID KEY SET WS-SNAP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SNAP-EOF
               READ QUERY-SNAPSHOT NEXT RECORD
                   AT END SET WS-SNAP-EOF TO TRUE
               END-READ
               IF NOT WS-SNAP-EOF
                   EVALUATE TRUE
                       WHEN QS-NAME NOT = QC-NAME
                           SET WS-SNAP-EOF TO TRUE
                       WHEN QS-DATE = WS-TODAY
                           DELETE QUERY-SNAPSHOT RECORD
                       WHEN WS-BASE-DATE NOT = SPACES
                            AND QS-DATE < WS-BASE-DATE
                           DELETE QUERY-SNAPSHOT RECORD
                       WHEN QS-DATE = WS-BASE-DATE
                           MOVE SPACES TO QS-SEEN
                           REWRITE QUERY-SNAPSHOT-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-SNAP-STATUS.

      * A row whose key is not in the base is new; one whose key is
      * there with different content changed. Matched base rows are
      * marked with today's date so what is left unmarked is gone.
       COMPARE-ROW.
           PERFORM EXTRACT-ROW-KEY.
           MOVE "A" TO WS-CHANGE-IND.
           IF WS-BASE-DATE NOT = SPACES
               MOVE QC-NAME      TO QS-NAME
               MOVE WS-BASE-DATE TO QS-DATE
               MOVE WS-ROW-KEY   TO QS-ROW-KEY
               READ QUERY-SNAPSHOT
                   KEY IS QS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF QS-ROW = WS-ROW-TEXT
                           MOVE SPACE TO WS-CHANGE-IND
                       ELSE
                           MOVE "M" TO WS-CHANGE-IND
                       END-IF
                       MOVE WS-TODAY TO QS-SEEN
                       REWRITE QUERY-SNAPSHOT-RECORD
               END-READ
           END-IF.

           MOVE QC-NAME     TO QS-NAME.
           MOVE WS-TODAY    TO QS-DATE.
           MOVE WS-ROW-KEY  TO QS-ROW-KEY.
           MOVE SPACES      TO QS-SEEN.
           MOVE WS-ROW-TEXT TO QS-ROW.
           WRITE QUERY-SNAPSHOT-RECORD
               INVALID KEY ADD 1 TO WS-DUP-KEYS
           END-WRITE.

           EVALUATE WS-CHANGE-IND
               WHEN "A"
                   ADD 1 TO WS-ADDED
               WHEN "M"
                   ADD 1 TO WS-CHANGED
           END-EVALUATE.
           IF WS-CHANGE-IND NOT = SPACE
               MOVE SPACES TO EXTRACT-COPY-RECORD
               STRING WS-CHANGE-IND "," WS-ROW-TEXT
                   DELIMITED BY SIZE
                   INTO EXTRACT-COPY-RECORD
               WRITE EXTRACT-COPY-RECORD
               ADD 1 TO WS-COPIED
           END-IF.

      * The key is the row up to the comma ending the entry's last
      * key column; commas inside quoted values do not count.
       EXTRACT-ROW-KEY.
           MOVE QC-KEY-COLS TO WS-KEY-WANTED.
           IF QC-KEY-COLS NOT NUMERIC OR QC-KEY-COLS = 0
               MOVE 1 TO WS-KEY-WANTED
           END-IF.
           MOVE "N" TO WS-IN-QUOTES.
           MOVE 0 TO WS-KEY-FIELDS, WS-KEY-END.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 512 OR WS-KEY-END > 0
               EVALUATE TRUE
                   WHEN WS-ROW-TEXT(WS-POS:1) = """"
                       IF WS-INSIDE-QUOTES
                           MOVE "N" TO WS-IN-QUOTES
                       ELSE
                           MOVE "Y" TO WS-IN-QUOTES
                       END-IF
                   WHEN WS-ROW-TEXT(WS-POS:1) = ","
                        AND NOT WS-INSIDE-QUOTES
                       ADD 1 TO WS-KEY-FIELDS
                       IF WS-KEY-FIELDS = WS-KEY-WANTED
                           MOVE WS-POS TO WS-KEY-END
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-ROW-KEY.
           IF WS-KEY-END > 1
               MOVE WS-ROW-TEXT(1:WS-KEY-END - 1) TO WS-ROW-KEY
           ELSE
               MOVE WS-ROW-TEXT TO WS-ROW-KEY
           END-IF.

       REPORT-REMOVED-ROWS.
           MOVE QC-NAME      TO QS-NAME.
           MOVE WS-BASE-DATE TO QS-DATE.
           MOVE LOW-VALUES   TO QS-ROW-KEY.
           START QUERY-SNAPSHOT KEY IS NOT LESS THAN QS-KEY
               INVALID KEY SET WS-SNAP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SNAP-EOF
               READ QUERY-SNAPSHOT NEXT RECORD
                   AT END SET WS-SNAP-EOF TO TRUE
               END-READ
               IF NOT WS-SNAP-EOF
                   IF QS-NAME NOT = QC-NAME
                       OR QS-DATE NOT = WS-BASE-DATE
                       SET WS-SNAP-EOF TO TRUE
                   ELSE
                       IF QS-SEEN NOT = WS-TODAY
                           MOVE SPACES TO EXTRACT-COPY-RECORD
                           STRING "B," QS-ROW
                               DELIMITED BY SIZE
                               INTO EXTRACT-COPY-RECORD
                           WRITE EXTRACT-COPY-RECORD
                           ADD 1 TO WS-COPIED
                           ADD 1 TO WS-REMOVED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-SNAP-STATUS.

       NOTE-DELTA-BASE.
           MOVE SPACES TO RUN-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-DELTA-TRUNCATED
                   STRING "    DELTA NO CALCULADA: EXTRACCION "
                       "TRUNCADA, ENTREGA COMPLETA"
                       DELIMITED BY SIZE
                       INTO RUN-REPORT-RECORD
               WHEN WS-DELTA-NO-SNAP
                   STRING "    DELTA NO CALCULADA: QRYSNAP NO "
                       "DISPONIBLE " WS-SNAP-STATUS
                       DELIMITED BY SIZE
                       INTO RUN-REPORT-RECORD
               WHEN WS-BASE-DATE = SPACES
                   STRING "    SIN CORRIDA ANTERIOR, TODAS LAS "
                       "FILAS COMO ALTAS"
                       DELIMITED BY SIZE
                       INTO RUN-REPORT-RECORD
               WHEN OTHER
                   STRING "    COMPARADA CONTRA " WS-BASE-DATE
                       " CLAVES DUPLICADAS " WS-DUP-KEYS
                       DELIMITED BY SIZE
                       INTO RUN-REPORT-RECORD
           END-EVALUATE.
           WRITE RUN-REPORT-RECORD.

       NOTE-SKIPPED.
           MOVE SPACES TO RUN-REPORT-RECORD.
           STRING QC-NAME " OMITIDA POR CALENDARIO"
