       01 W49-FM-OPERATOR    PIC X(16) VALUE SPACES.
       01 W50-FM-VALUE       PIC X(64) VALUE SPACES.
       01 W51-FM-MASKED      PIC X(01) VALUE "N".
       01 W52-GOV-FUNCTION   PIC X(01) VALUE SPACE.
       01 W53-GOV-ROWS       PIC 9(07) VALUE 0.
       01 W54-GOV-RESULT     PIC X(01) VALUE "Y".
           88 W54-GOV-STOP VALUE "N".
       01 W55-GOV-OUTCOME    PIC X(01) VALUE "C".
           88 W55-GOV-COMPLETE VALUE "C".
       01 W56-GOV-MESSAGE    PIC X(80) VALUE SPACES.
       01 W57-EXTRACT-DSN    PIC X(10) VALUE "QRYEXTRACT".
       01 W58-FM-LEVEL       PIC X(01) VALUE "R".

       COPY SQLCA OF QSYSINC-QCBLLESRC.
       COPY SQLDA OF QSYSINC-QCBLLESRC.
           88 CK-DRYRUN-OFF VALUE "N".
       01 CK-AFFECTED        PIC 9(07).
       01 CK-OPERATOR        PIC X(10).
       01 CK-QUERY-NAME      PIC X(10).

      * Queries and extracts run under the COBOLQGOV governor: the
      * operator's role profile can refuse the query outright (time
      * window, spent daily quota) or cut it short at its row or
      * runtime limit, with the reason in CK-RESULT-ROW.  Every query
      * is logged with its rows and elapsed time; CK-QUERY-NAME is
      * the catalog entry when COBOLQCRUN runs one, blank ad hoc.
       PROCEDURE DIVISION USING CK-FUNCTION-CODE, CK-TABLE-NAME,
                                CK-SELECT-COLUMNS, CK-WHERE-COUNT,
                                CK-WHERE-PARMS, CK-RESULT-ROW,
                                CK-STATUS, CK-SET-COUNT,
                                CK-SET-PARMS, CK-DRYRUN,
                                CK-AFFECTED, CK-OPERATOR,
                                CK-QUERY-NAME.
       MAIN.
           EVALUATE TRUE
               WHEN CK-FN-OPEN
                   PERFORM START-GOVERNOR
                   IF NOT CK-ERROR
                       PERFORM OPEN-QUERY
                       IF CK-ERROR
                           PERFORM END-GOVERNOR
                       END-IF
                   END-IF
               WHEN CK-FN-FETCH
                   PERFORM GOVERNED-FETCH
               WHEN CK-FN-CLOSE
                   PERFORM CLOSE-QUERY
                   PERFORM END-GOVERNOR
               WHEN CK-FN-EXTRACT
                   PERFORM EXTRACT-QUERY
               WHEN CK-FN-UPDATE
      * header row built from the described column names, one quoted
      * CSV line per row, and a trailer with the row count.
       EXTRACT-QUERY.
           PERFORM START-GOVERNOR.
           IF CK-ERROR
               GOBACK
           END-IF.
           PERFORM OPEN-QUERY.
           IF CK-ERROR
               PERFORM END-GOVERNOR
               GOBACK
           END-IF.

           MOVE 0 TO W26-CHECKSUM.
           PERFORM WRITE-CSV-HEADER.

           PERFORM GOVERNED-FETCH.
           PERFORM UNTIL CK-NO-MORE-ROWS
               ADD 1 TO W23-ROW-COUNT
               PERFORM WRITE-CSV-ROW
               PERFORM GOVERNED-FETCH
           END-PERFORM.

           IF NOT W55-GOV-COMPLETE
               MOVE SPACES TO QUERY-EXTRACT-RECORD
               STRING "TRUNCADA," W56-GOV-MESSAGE
                   DELIMITED BY SIZE
                   INTO QUERY-EXTRACT-RECORD
               WRITE QUERY-EXTRACT-RECORD
               PERFORM NOTE-EXTRACT-RECORD
           END-IF.

           MOVE SPACES TO QUERY-EXTRACT-RECORD.
           STRING "TOTAL," W23-ROW-COUNT
               DELIMITED BY SIZE
      * The manifest lets the receiving side prove the transfer
      * arrived complete before anyone works with the data.
           CALL "COBOLTRLM" USING W25-MFT-DSN, W29-WRITTEN,
                                   W26-CHECKSUM, W28-TRLM-RESULT,
                                   W57-EXTRACT-DSN.

      * Protected mode: when the EXTPROT parameter names it, the CSV
      * is encrypted under the vault key for that purpose before it
               END-IF
           END-IF.
           PERFORM CLOSE-QUERY.
           PERFORM END-GOVERNOR.

      * Restricted columns leave the machine masked unless the
      * operator's role clears them: each described column is
      * classified once against FIELDDICT through COBOLFMSK, and
      * the per-row writer applies the verdict. The blank probe
      * value means only the decision comes back here.  A column
      * FIELDDICT has tokenized comes back "T" and its values go to
      * COBOLFMSK again row by row for their vault tokens.
       CLASSIFY-OUTPUT-COLUMNS.
           MOVE CK-OPERATOR TO W49-FM-OPERATOR.
           PERFORM VARYING W24-SUB FROM 1 BY 1
               MOVE SPACES TO W50-FM-VALUE
               MOVE "N" TO W51-FM-MASKED
               CALL "COBOLFMSK" USING W48-FM-FIELDNAME,
                   W49-FM-OPERATOR, W50-FM-VALUE, W51-FM-MASKED,
                   W58-FM-LEVEL
               MOVE W51-FM-MASKED TO W47-COL-MASK(W24-SUB)
           END-PERFORM.

       START-GOVERNOR.
           SET CK-MORE-ROWS TO TRUE.
           MOVE 0 TO W53-GOV-ROWS.
           MOVE "B" TO W52-GOV-FUNCTION.
           PERFORM CALL-GOVERNOR.
           IF W54-GOV-STOP
               SET CK-ERROR TO TRUE
               MOVE W56-GOV-MESSAGE TO CK-RESULT-ROW
               DISPLAY W56-GOV-MESSAGE
               PERFORM END-GOVERNOR
           END-IF.

      * Asked before every fetch; once the governor stops the query
      * the caller sees end of data with the reason in the row.
       GOVERNED-FETCH.
           MOVE "C" TO W52-GOV-FUNCTION.
           PERFORM CALL-GOVERNOR.
           IF W54-GOV-STOP
               MOVE W56-GOV-MESSAGE TO CK-RESULT-ROW
               DISPLAY W56-GOV-MESSAGE
               SET CK-NO-MORE-ROWS TO TRUE
           ELSE
               PERFORM FETCH-QUERY
               IF CK-MORE-ROWS
                   ADD 1 TO W53-GOV-ROWS
               END-IF
           END-IF.

       END-GOVERNOR.
           IF CK-ERROR AND W55-GOV-COMPLETE
               MOVE "E" TO W55-GOV-OUTCOME
           END-IF.
           MOVE "E" TO W52-GOV-FUNCTION.
           PERFORM CALL-GOVERNOR.

       CALL-GOVERNOR.
           CALL "COBOLQGOV" USING W52-GOV-FUNCTION, CK-OPERATOR,
               CK-QUERY-NAME, CK-TABLE-NAME, W53-GOV-ROWS,
               W54-GOV-RESULT, W55-GOV-OUTCOME, W56-GOV-MESSAGE.

       NOTE-EXTRACT-RECORD.
           ADD 1 TO W29-WRITTEN.
           MOVE SPACES TO W27-KEY-BYTES.
                           INTO W50-FM-VALUE
                   END-IF
               END-IF
               IF W47-COL-MASK(W24-SUB) = "T"
                   MOVE SPACES TO W48-FM-FIELDNAME
                   MOVE FUNCTION TRIM(SQLNAME-OUT(W24-SUB)(3:30))
                       TO W48-FM-FIELDNAME
                   CALL "COBOLFMSK" USING W48-FM-FIELDNAME,
                       W49-FM-OPERATOR, W50-FM-VALUE, W51-FM-MASKED,
                       W58-FM-LEVEL
               END-IF
               STRING """" FUNCTION TRIM(W50-FM-VALUE)
                   """"
                   DELIMITED BY SIZE
