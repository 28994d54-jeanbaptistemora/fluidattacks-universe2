       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLEXTP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTENSION-RANGES ASSIGN TO "EXTRANGE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RANGE-STATUS.

           SELECT EXTENSION-POOL ASSIGN TO "EXTPOOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-KEY
           FILE STATUS IS WS-POOL-STATUS.

           SELECT EXTENSION-PARAM ASSIGN TO "EXTPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT PHONE-DIRECTORY ASSIGN TO "PHONEDIR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS PD-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PD-PHONE-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PHONEDIR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD EXTENSION-RANGES.
       01 EXTENSION-RANGE-RECORD.
           05 XG-LOCATION     PIC X(04).
           05 XG-PREFIX       PIC X(11).
           05 XG-FIRST        PIC 9(04).
           05 XG-LAST         PIC 9(04).
           05 XG-COUNTRY-CODE PIC X(03).

       FD EXTENSION-POOL.
       01 EXTENSION-POOL-RECORD.
           05 EP-KEY.
               10 EP-LOCATION    PIC X(04).
               10 EP-NUMBER      PIC X(15).
           05 EP-EXTENSION       PIC 9(04).
           05 EP-COUNTRY-CODE    PIC X(03).
           05 EP-STATUS          PIC X(01).
               88 EP-IS-FREE        VALUE "F".
               88 EP-IS-ASSIGNED    VALUE "A".
               88 EP-IS-QUARANTINED VALUE "Q".
           05 EP-EMPLOYEE-ID     PIC X(06).
           05 EP-CHANGED         PIC X(08).
           05 EP-RELEASE         PIC X(08).

       FD EXTENSION-PARAM.
       01 EXTENSION-PARAM-RECORD.
           05 XP-QUAR-DAYS PIC 9(03).
           05 XP-WARN-PCT  PIC 9(03).

       FD PHONE-DIRECTORY.
       01 PHONE-DIRECTORY-RECORD.
           05 PD-EMPLOYEE-ID  PIC X(06).
           05 PD-LAST-NAME    PIC X(10).
           05 PD-FIRST-NAME   PIC X(10).
           05 PD-PHONE-NUMBER PIC X(15).
           05 PD-COUNTRY-CODE PIC X(03).
           05 PD-DEPARTMENT   PIC X(04).
           05 PD-LOCATION     PIC X(04).
           05 PD-MANAGER-ID   PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS-RANGE-STATUS    PIC X(02) VALUE "00".
           88 WS-RANGE-EOF VALUE "10".
       01 WS-POOL-STATUS     PIC X(02) VALUE "00".
           88 WS-POOL-FOUND VALUE "00".
       01 WS-PARM-STATUS     PIC X(02) VALUE "00".
       01 WS-PHONEDIR-STATUS PIC X(02) VALUE "00".
           88 WS-PHONEDIR-FOUND VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME     PIC X(10) VALUE "COBOLEXTP".
       01 WS-RSW-NOW         PIC X(21) VALUE SPACES.
       01 WS-RSW-START       PIC X(14) VALUE SPACES.
       01 WS-RSW-END         PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT      PIC X(01).
       01 W01-WARN-PCT       PIC 9(03) VALUE 90.
       01 W02-EXT            PIC 9(05) VALUE 0.
       01 W03-NUMBER         PIC X(15) VALUE SPACES.
       01 W04-CREATED        PIC 9(07) VALUE 0.
       01 W05-RELEASED       PIC 9(07) VALUE 0.
       01 W06-WARNINGS       PIC 9(05) VALUE 0.
       01 W07-IN-USE         PIC 9(07) VALUE 0.
       01 W08-RANGE-COUNTS.
           05 W08-TOTAL       PIC 9(05) VALUE 0.
           05 W08-FREE        PIC 9(05) VALUE 0.
           05 W08-ASSIGNED    PIC 9(05) VALUE 0.
           05 W08-QUARANTINED PIC 9(05) VALUE 0.
       01 W09-USED-PCT       PIC 9(03) VALUE 0.
       01 W10-WARN-TEXT      PIC X(20) VALUE SPACES.
       01 W11-JRN-PROGRAM    PIC X(10) VALUE "COBOLEXTP".
       01 W12-JRN-FILE       PIC X(10) VALUE "EXTPOOL".
       01 W13-JRN-ACTION     PIC X(01) VALUE SPACE.
       01 W14-JRN-KEY        PIC X(256) VALUE SPACES.
       01 W15-JRN-BEFORE     PIC X(600) VALUE SPACES.
       01 W16-JRN-AFTER      PIC X(600) VALUE SPACES.
       01 W17-RANGES         PIC 9(05) VALUE 0.
       01 W18-RANGE-ERRORS   PIC 9(05) VALUE 0.
       01 W19-EXT4           PIC 9(04) VALUE 0.
       01 W60-RPT-FN         PIC X(01) VALUE "O".
       01 W61-RPT-DSN        PIC X(10) VALUE "EXTPOOLRPT".
       01 W62-RPT-TITLE      PIC X(60)
           VALUE "UTILIZACION DEL POOL DE EXTENSIONES POR SEDE".
       01 W63-RPT-LINE       PIC X(132) VALUE SPACES.

      * Extension pool upkeep and utilisation.  EXTRANGE gives each
      * location's ranges: the fixed leading digits of the number and
      * the first and last four-digit extension.  Every number of a
      * range gets its own EXTPOOL record; a new range, or one that
      * was widened, is filled in here, and a number some directory
      * entry already carries is entered as assigned to that employee
      * so the pool starts out matching PHONEDIR.  A free number that
      * turns up in PHONEDIR (typed in by hand) is taken out of the
      * free list the same way.  Quarantined numbers whose release
      * date has come are returned to the pool.  Each range is then
      * reported with its free, assigned and quarantined counts and is
      * flagged when the share in use reaches the EXTPARM warning
      * level (90 percent when absent) or nothing is left free; RC 4
      * when any range is flagged.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           PERFORM LOAD-PARAM.

           OPEN INPUT EXTENSION-RANGES.
           IF WS-RANGE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EXTRANGE: " WS-RANGE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O EXTENSION-POOL.
           IF WS-POOL-STATUS = "35"
               OPEN OUTPUT EXTENSION-POOL
               CLOSE EXTENSION-POOL
               OPEN I-O EXTENSION-POOL
           END-IF.
           IF WS-POOL-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EXTPOOL: " WS-POOL-STATUS
               CLOSE EXTENSION-RANGES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PHONE-DIRECTORY.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "SEDE PREFIJO     DESDE HASTA TOTAL LIBRE"
               "  ASIGN  CUAR. %USO"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           READ EXTENSION-RANGES
               AT END SET WS-RANGE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RANGE-EOF
               PERFORM PROCESS-ONE-RANGE THRU PROCESS-ONE-RANGE-EXIT
               READ EXTENSION-RANGES
                   AT END SET WS-RANGE-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE EXTENSION-RANGES.
           CLOSE EXTENSION-POOL.
           CLOSE PHONE-DIRECTORY.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "RANGOS " W17-RANGES
               "  NUMEROS NUEVOS " W04-CREATED
               "  LIBERADOS " W05-RELEASED
               "  EN USO SIN ASIGNAR " W07-IN-USE
               "  RANGOS EN AVISO " W06-WARNINGS
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           IF (W06-WARNINGS > 0 OR W18-RANGE-ERRORS > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "NUEVOS" TO WS-RSW-CTR-NAME(1).
           MOVE W04-CREATED TO WS-RSW-CTR-VALUE(1).
           MOVE "LIBERADOS" TO WS-RSW-CTR-NAME(2).
           MOVE W05-RELEASED TO WS-RSW-CTR-VALUE(2).
           MOVE "AVISOS" TO WS-RSW-CTR-NAME(3).
           MOVE W06-WARNINGS TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Numeros liberados de cuarentena: " W05-RELEASED.
           DISPLAY "Rangos casi agotados: " W06-WARNINGS.

           GOBACK.

       LOAD-PARAM.
           OPEN INPUT EXTENSION-PARAM.
           IF WS-PARM-STATUS = "00"
               READ EXTENSION-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF XP-WARN-PCT NUMERIC AND XP-WARN-PCT > 0
                           AND XP-WARN-PCT NOT > 100
                           MOVE XP-WARN-PCT TO W01-WARN-PCT
                       END-IF
               END-READ
               CLOSE EXTENSION-PARAM
           END-IF.

       PROCESS-ONE-RANGE.
           IF XG-LOCATION = SPACES
               OR XG-PREFIX = SPACES
               OR XG-FIRST NOT NUMERIC OR XG-LAST NOT NUMERIC
               OR XG-FIRST > XG-LAST
               ADD 1 TO W18-RANGE-ERRORS
               MOVE SPACES TO W63-RPT-LINE
               STRING "RANGO NO VALIDO EN EXTRANGE: "
                   EXTENSION-RANGE-RECORD
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               MOVE "D" TO W60-RPT-FN
               CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                   W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
               GO TO PROCESS-ONE-RANGE-EXIT
           END-IF.
           ADD 1 TO W17-RANGES.
           MOVE 0 TO W08-TOTAL, W08-FREE, W08-ASSIGNED,
               W08-QUARANTINED.
           PERFORM VARYING W02-EXT FROM XG-FIRST BY 1
                   UNTIL W02-EXT > XG-LAST
               PERFORM CHECK-ONE-NUMBER
           END-PERFORM.
           PERFORM REPORT-RANGE.
       PROCESS-ONE-RANGE-EXIT.
           EXIT.

       CHECK-ONE-NUMBER.
           MOVE W02-EXT TO W19-EXT4.
           MOVE SPACES TO W03-NUMBER.
           STRING XG-PREFIX DELIMITED BY SPACE
               W19-EXT4 DELIMITED BY SIZE
               INTO W03-NUMBER.
           ADD 1 TO W08-TOTAL.
           MOVE XG-LOCATION TO EP-LOCATION.
           MOVE W03-NUMBER TO EP-NUMBER.
           READ EXTENSION-POOL
               KEY IS EP-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-POOL-FOUND
               MOVE EXTENSION-POOL-RECORD TO W15-JRN-BEFORE
               IF EP-IS-QUARANTINED
                   AND EP-RELEASE NOT > WS-CURRENT-DATE(1:8)
                   MOVE "F" TO EP-STATUS
                   MOVE SPACES TO EP-EMPLOYEE-ID
                   MOVE SPACES TO EP-RELEASE
                   MOVE WS-CURRENT-DATE(1:8) TO EP-CHANGED
                   ADD 1 TO W05-RELEASED
                   PERFORM UPDATE-POOL-ENTRY
               END-IF
               IF EP-IS-FREE
                   PERFORM FIND-DIRECTORY-HOLDER
                   IF WS-PHONEDIR-FOUND
                       MOVE "A" TO EP-STATUS
                       MOVE PD-EMPLOYEE-ID TO EP-EMPLOYEE-ID
                       MOVE WS-CURRENT-DATE(1:8) TO EP-CHANGED
                       ADD 1 TO W07-IN-USE
                       PERFORM UPDATE-POOL-ENTRY
                       PERFORM REPORT-IN-USE
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO EXTENSION-POOL-RECORD
               MOVE XG-LOCATION TO EP-LOCATION
               MOVE W03-NUMBER TO EP-NUMBER
               MOVE W19-EXT4 TO EP-EXTENSION
               MOVE XG-COUNTRY-CODE TO EP-COUNTRY-CODE
               MOVE "F" TO EP-STATUS
               MOVE WS-CURRENT-DATE(1:8) TO EP-CHANGED
               PERFORM FIND-DIRECTORY-HOLDER
               IF WS-PHONEDIR-FOUND
                   MOVE "A" TO EP-STATUS
                   MOVE PD-EMPLOYEE-ID TO EP-EMPLOYEE-ID
               END-IF
               WRITE EXTENSION-POOL-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO W04-CREATED
               MOVE "A" TO W13-JRN-ACTION
               MOVE SPACES TO W15-JRN-BEFORE
               PERFORM JOURNAL-POOL-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN EP-IS-FREE        ADD 1 TO W08-FREE
               WHEN EP-IS-ASSIGNED    ADD 1 TO W08-ASSIGNED
               WHEN EP-IS-QUARANTINED ADD 1 TO W08-QUARANTINED
           END-EVALUATE.

      * Directory numbers are stored as national digits, so the pool
      * number is looked up as is on the PD-PHONE-NUMBER key.
       FIND-DIRECTORY-HOLDER.
           MOVE "23" TO WS-PHONEDIR-STATUS.
           MOVE W03-NUMBER TO PD-PHONE-NUMBER.
           READ PHONE-DIRECTORY
               KEY IS PD-PHONE-NUMBER
               INVALID KEY CONTINUE
           END-READ.

       UPDATE-POOL-ENTRY.
           REWRITE EXTENSION-POOL-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "U" TO W13-JRN-ACTION.
           PERFORM JOURNAL-POOL-ENTRY.

       JOURNAL-POOL-ENTRY.
           MOVE SPACES TO W14-JRN-KEY.
           MOVE EP-KEY TO W14-JRN-KEY(1:19).
           MOVE EXTENSION-POOL-RECORD TO W16-JRN-AFTER.
           CALL "COBOLJRNW" USING W11-JRN-PROGRAM, WS-CORRID,
               W12-JRN-FILE, W13-JRN-ACTION, W14-JRN-KEY,
               W15-JRN-BEFORE, W16-JRN-AFTER.

       REPORT-IN-USE.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "     NUMERO LIBRE EN USO EN PHONEDIR " EP-NUMBER
               " EMPLEADO " PD-EMPLOYEE-ID " - MARCADO ASIGNADO"
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

      * Quarantined numbers are not available either, so they count
      * as in use until released.
       REPORT-RANGE.
           COMPUTE W09-USED-PCT ROUNDED =
               (W08-ASSIGNED + W08-QUARANTINED) * 100 / W08-TOTAL.
           MOVE SPACES TO W10-WARN-TEXT.
           IF W08-FREE = 0
               MOVE "*** AGOTADO" TO W10-WARN-TEXT
               ADD 1 TO W06-WARNINGS
           ELSE
               IF W09-USED-PCT NOT < W01-WARN-PCT
                   MOVE "*** CASI AGOTADO" TO W10-WARN-TEXT
                   ADD 1 TO W06-WARNINGS
               END-IF
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING XG-LOCATION " " XG-PREFIX " " XG-FIRST "  "
               XG-LAST " " W08-TOTAL " " W08-FREE "  " W08-ASSIGNED
               "  " W08-QUARANTINED "   " W09-USED-PCT " "
               W10-WARN-TEXT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
