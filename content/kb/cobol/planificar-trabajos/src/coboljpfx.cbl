       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLJPFX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILES ASSIGN TO "JOBFILES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JF-STEP
           FILE STATUS IS WS-JF-STATUS.

           SELECT JOB-PLAN ASSIGN TO "JOBPLAN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JP-STEP
           FILE STATUS IS WS-PLAN-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

           SELECT XREF-REPORT ASSIGN TO "JPFILXRF"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD JOB-FILES.
       01 JOB-FILES-RECORD.
           05 JF-STEP PIC 9(03).
           05 JF-FILE-TABLE.
               10 JF-FILE-ENTRY OCCURS 8 TIMES.
                   15 JF-FILE  PIC X(10).
                   15 JF-USAGE PIC X(01).

       FD JOB-PLAN.
       01 JOB-PLAN-RECORD.
           05 JP-STEP    PIC 9(03).
           05 JP-PROGRAM PIC X(10).
           05 JP-PRED-TABLE.
               10 JP-PRED PIC 9(03) OCCURS 5 TIMES.
           05 JP-ACTIVE  PIC X(01).
           05 JP-FREQ    PIC X(01).
           05 JP-FREQ-DAY PIC 9(01).
           05 JP-EXP-MINUTES PIC 9(04).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SW-FILE    PIC X(10).
           05 SW-STEP    PIC 9(03).
           05 SW-USAGE   PIC X(01).
           05 SW-PROGRAM PIC X(10).
           05 SW-ACTIVE  PIC X(01).

       FD XREF-REPORT.
       01 XREF-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JF-STATUS    PIC X(02) VALUE "00".
           88 WS-JF-EOF VALUE "10".
       01 WS-JF-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-JF-IS-OPEN VALUE "Y".
       01 WS-PLAN-STATUS  PIC X(02) VALUE "00".
           88 WS-PLAN-FOUND VALUE "00".
       01 WS-RPT-STATUS   PIC X(02) VALUE "00".
       01 WS-SORT-EOF-SW  PIC X(01) VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-FILE-SUB     PIC 9(02) VALUE 0.
       01 WS-PREV-FILE    PIC X(10) VALUE SPACES.
       01 WS-FILE-STEPS   PIC 9(03) VALUE 0.
       01 WS-FILE-UPDATES PIC 9(03) VALUE 0.
       01 WS-FILES        PIC 9(05) VALUE 0.
       01 WS-SHARED       PIC 9(05) VALUE 0.
       01 WS-USAGE-TEXT   PIC X(10) VALUE SPACES.
       01 WS-ACTIVE-TEXT  PIC X(10) VALUE SPACES.

      * Cross-reference of the file-usage declarations in JOBFILES:
      * one group per file, listing every plan step that reads or
      * updates it with the step's program from JOBPLAN.  A file
      * with more than one updater is flagged so the operator can
      * confirm the plan orders them; COBOLJPVV enforces that for a
      * staged version.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-P.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.

           OPEN OUTPUT XREF-REPORT.
           MOVE SPACES TO XREF-REPORT-RECORD.
           STRING "REFERENCIA CRUZADA DE ARCHIVOS DEL PLAN, CORRIDA "
               WS-CORRID
               DELIMITED BY SIZE
               INTO XREF-REPORT-RECORD.
           WRITE XREF-REPORT-RECORD.

           SORT SORT-WORK
               ON ASCENDING KEY SW-FILE SW-STEP
               INPUT PROCEDURE IS COLLECT-FILE-USAGE
               OUTPUT PROCEDURE IS PRINT-FILE-USAGE.

           MOVE SPACES TO XREF-REPORT-RECORD.
           STRING "TOTAL ARCHIVOS " WS-FILES
               " CON VARIOS ACTUALIZADORES " WS-SHARED
               DELIMITED BY SIZE
               INTO XREF-REPORT-RECORD.
           WRITE XREF-REPORT-RECORD.
           CLOSE XREF-REPORT.

           DISPLAY "Archivos listados: " WS-FILES.
           DISPLAY "Con varios actualizadores: " WS-SHARED.

           GOBACK.

       COLLECT-FILE-USAGE SECTION.
       COLLECT-FILE-USAGE-P.
           MOVE "N" TO WS-JF-OPEN-SW.
           OPEN INPUT JOB-FILES.
           IF WS-JF-STATUS NOT = "00"
               DISPLAY "No se pudo abrir JOBFILES: " WS-JF-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-JF-OPEN-SW
               OPEN INPUT JOB-PLAN
               READ JOB-FILES NEXT RECORD
                   AT END SET WS-JF-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL NOT WS-JF-IS-OPEN
                   OR WS-JF-STATUS NOT = "00"
               PERFORM RELEASE-STEP-FILES
               READ JOB-FILES NEXT RECORD
                   AT END SET WS-JF-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF WS-JF-IS-OPEN
               IF NOT WS-JF-EOF
                   DISPLAY "Lectura de JOBFILES interrumpida: "
                       WS-JF-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE JOB-FILES
               CLOSE JOB-PLAN
           END-IF.

      * A declaration whose step has left the plan still prints,
      * with no program, so stale records get cleaned up.
       RELEASE-STEP-FILES SECTION.
       RELEASE-STEP-FILES-P.
           MOVE JF-STEP TO JP-STEP.
           READ JOB-PLAN
               KEY IS JP-STEP
               INVALID KEY MOVE "23" TO WS-PLAN-STATUS
           END-READ.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
               IF JF-FILE(WS-FILE-SUB) NOT = SPACES
                   MOVE JF-FILE(WS-FILE-SUB)  TO SW-FILE
                   MOVE JF-STEP               TO SW-STEP
                   MOVE JF-USAGE(WS-FILE-SUB) TO SW-USAGE
                   IF WS-PLAN-FOUND
                       MOVE JP-PROGRAM TO SW-PROGRAM
                       MOVE JP-ACTIVE  TO SW-ACTIVE
                   ELSE
                       MOVE "*NOPLAN"  TO SW-PROGRAM
                       MOVE SPACE      TO SW-ACTIVE
                   END-IF
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PLAN-STATUS.

       PRINT-FILE-USAGE SECTION.
       PRINT-FILE-USAGE-P.
           MOVE SPACES TO WS-PREV-FILE.
           RETURN SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               IF SW-FILE NOT = WS-PREV-FILE
                   IF WS-PREV-FILE NOT = SPACES
                       PERFORM PRINT-FILE-TOTAL
                   END-IF
                   MOVE SW-FILE TO WS-PREV-FILE
                   MOVE 0 TO WS-FILE-STEPS
                   MOVE 0 TO WS-FILE-UPDATES
                   ADD 1 TO WS-FILES
                   MOVE SPACES TO XREF-REPORT-RECORD
                   STRING "ARCHIVO " SW-FILE
                       DELIMITED BY SIZE
                       INTO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
               END-IF
               ADD 1 TO WS-FILE-STEPS
               IF SW-USAGE = "U"
                   ADD 1 TO WS-FILE-UPDATES
                   MOVE "ACTUALIZA" TO WS-USAGE-TEXT
               ELSE
                   MOVE "LEE" TO WS-USAGE-TEXT
               END-IF
               IF SW-ACTIVE = "N"
                   MOVE "INACTIVO" TO WS-ACTIVE-TEXT
               ELSE
                   MOVE SPACES TO WS-ACTIVE-TEXT
               END-IF
               MOVE SPACES TO XREF-REPORT-RECORD
               STRING "  PASO " SW-STEP " " SW-PROGRAM " "
                   WS-USAGE-TEXT " " WS-ACTIVE-TEXT
                   DELIMITED BY SIZE
                   INTO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               RETURN SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.
           IF WS-PREV-FILE NOT = SPACES
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       PRINT-FILE-TOTAL SECTION.
       PRINT-FILE-TOTAL-P.
           MOVE SPACES TO XREF-REPORT-RECORD.
           IF WS-FILE-UPDATES > 1
               ADD 1 TO WS-SHARED
               STRING "  PASOS " WS-FILE-STEPS
                   " ACTUALIZADORES " WS-FILE-UPDATES
                   " - VARIOS ACTUALIZADORES, VERIFICAR PRECEDENCIA"
                   DELIMITED BY SIZE
                   INTO XREF-REPORT-RECORD
           ELSE
               STRING "  PASOS " WS-FILE-STEPS
                   " ACTUALIZADORES " WS-FILE-UPDATES
                   DELIMITED BY SIZE
                   INTO XREF-REPORT-RECORD
           END-IF.
           WRITE XREF-REPORT-RECORD.
