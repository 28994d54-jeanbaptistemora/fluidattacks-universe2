       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLHRRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-ROSTER ASSIGN TO "HRROSTER"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT PHONE-DIRECTORY ASSIGN TO "PHONEDIR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS PD-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PD-PHONE-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PHONEDIR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD HR-ROSTER.
       01 HR-ROSTER-RECORD.
           05 RR-EMPLOYEE-ID PIC X(10).
           05 RR-STATUS      PIC X(01).
               88 RR-IS-ACTIVE VALUE "A".
           05 RR-USERNAME    PIC X(16).
           05 RR-LAST-NAME   PIC X(10).
           05 RR-FIRST-NAME  PIC X(10).
           05 RR-DEPARTMENT  PIC X(04).

       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME    PIC X(16).
           05 USR-SALT        PIC X(08).
           05 USR-PWD-HASH    PIC X(32).
           05 USR-PWD-CHANGED PIC X(14).
           05 USR-GRACE-USED  PIC 9(02).
           05 USR-STATUS      PIC X(01).
               88 USR-IS-DISABLED VALUE "D".
           05 USR-FORCE-CHANGE PIC X(01).
               88 USR-MUST-CHANGE VALUE "Y".
           05 USR-EMPLOYEE-ID PIC X(10).
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

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
       01 WS-ROSTER-STATUS   PIC X(02) VALUE "00".
           88 WS-ROSTER-EOF VALUE "10".
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-EOF VALUE "10".
       01 WS-PHONEDIR-STATUS PIC X(02) VALUE "00".
           88 WS-PHONEDIR-FOUND VALUE "00".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLHRRC".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-ROSTER-COUNT   PIC 9(05) VALUE 0.
       01 W02-ROSTER-TABLE.
           05 W02-EMPLOYEE OCCURS 9999 TIMES.
               10 W02-EMPLOYEE-ID PIC X(10).
               10 W02-STATUS      PIC X(01).
               10 W02-USERNAME    PIC X(16).
               10 W02-LAST-NAME   PIC X(10).
               10 W02-FIRST-NAME  PIC X(10).
               10 W02-MATCHED     PIC X(01).
       01 W03-ROSTER-SUB     PIC 9(05) VALUE 0.
       01 W04-FOUND-SUB      PIC 9(05) VALUE 0.
       01 W05-ROSTER-DROPPED PIC 9(05) VALUE 0.
       01 W06-ACCOUNTS       PIC 9(07) VALUE 0.
       01 W07-CATEGORY-COUNTS.
           05 W07-CAT-COUNT PIC 9(07) OCCURS 4 TIMES.
       01 W08-CATEGORY-TITLES.
           05 FILLER PIC X(44)
               VALUE "CUENTAS HUERFANAS SIN EMPLEADO".
           05 FILLER PIC X(44)
               VALUE "CUENTAS ACTIVAS DE EMPLEADOS DADOS DE BAJA".
           05 FILLER PIC X(44)
               VALUE "EMPLEADOS ACTIVOS SIN CUENTA".
           05 FILLER PIC X(44)
               VALUE "DISCREPANCIAS DE NOMBRE O IDENTIFICADOR".
       01 W08-CATEGORY-TITLE-R REDEFINES W08-CATEGORY-TITLES.
           05 W08-CAT-TITLE PIC X(44) OCCURS 4 TIMES.
       01 W09-EXCEPTION-COUNT PIC 9(05) VALUE 0.
       01 W10-EXCEPTION-TABLE.
           05 W10-EXCEPTION OCCURS 3000 TIMES.
               10 W10-CATEGORY    PIC 9(01).
               10 W10-USERNAME    PIC X(16).
               10 W10-EMPLOYEE-ID PIC X(10).
               10 W10-DETAIL      PIC X(60).
       01 W11-EXC-SUB        PIC 9(05) VALUE 0.
       01 W12-CAT-SUB        PIC 9(01) VALUE 0.
       01 W13-CATEGORY       PIC 9(01) VALUE 0.
       01 W14-USERNAME       PIC X(16) VALUE SPACES.
       01 W15-EMPLOYEE-ID    PIC X(10) VALUE SPACES.
       01 W16-DETAIL         PIC X(60) VALUE SPACES.
       01 W17-NOT-LISTED     PIC 9(05) VALUE 0.
       01 W60-RPT-FN      PIC X(01) VALUE "O".
       01 W61-RPT-DSN     PIC X(10) VALUE "HRRECRPT".
       01 W62-RPT-TITLE   PIC X(60)
           VALUE "CONCILIACION PLANTILLA RRHH CONTRA USRMAST".
       01 W63-RPT-LINE    PIC X(132) VALUE SPACES.

      * Full-roster check behind the COBOLHRFD deltas.  HR sends its
      * whole employee roster; every interactive USRMAST account is
      * matched to it by USR-EMPLOYEE-ID and every active employee to
      * an account, so a feed record that was dropped or rejected
      * shows up here instead of in an audit sample.  Service
      * accounts are owned through USR-OWNER-ID and are left to
      * COBOLSVAT.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           OPEN INPUT HR-ROSTER.
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "Plantilla de RRHH no disponible"
               GOBACK
           END-IF.
           READ HR-ROSTER
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-ROSTER-EOF
               IF W01-ROSTER-COUNT < 9999
                   ADD 1 TO W01-ROSTER-COUNT
                   MOVE RR-EMPLOYEE-ID
                       TO W02-EMPLOYEE-ID(W01-ROSTER-COUNT)
                   MOVE RR-STATUS TO W02-STATUS(W01-ROSTER-COUNT)
                   MOVE RR-USERNAME TO W02-USERNAME(W01-ROSTER-COUNT)
                   MOVE RR-LAST-NAME
                       TO W02-LAST-NAME(W01-ROSTER-COUNT)
                   MOVE RR-FIRST-NAME
                       TO W02-FIRST-NAME(W01-ROSTER-COUNT)
                   MOVE "N" TO W02-MATCHED(W01-ROSTER-COUNT)
               ELSE
                   ADD 1 TO W05-ROSTER-DROPPED
               END-IF
               READ HR-ROSTER
                   AT END SET WS-ROSTER-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HR-ROSTER.
           IF W05-ROSTER-DROPPED > 0
               DISPLAY "Plantilla excede la tabla, no conciliados: "
                   W05-ROSTER-DROPPED
               GOBACK
           END-IF.

           MOVE ZEROS TO W07-CATEGORY-COUNTS.
           OPEN INPUT USER-MASTER.
           READ USER-MASTER NEXT RECORD
               AT END SET WS-USRMAST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-USRMAST-EOF
               IF NOT USR-IS-SERVICE
                   PERFORM MATCH-ONE-ACCOUNT
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE USER-MASTER.

           OPEN INPUT PHONE-DIRECTORY.
           PERFORM VARYING W03-ROSTER-SUB FROM 1 BY 1
                   UNTIL W03-ROSTER-SUB > W01-ROSTER-COUNT
               IF W02-STATUS(W03-ROSTER-SUB) = "A"
                   PERFORM CHECK-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           CLOSE PHONE-DIRECTORY.

           PERFORM WRITE-RECONCILIATION-REPORT.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "HUERFANAS" TO WS-RSW-CTR-NAME(1).
           MOVE W07-CAT-COUNT(1) TO WS-RSW-CTR-VALUE(1).
           MOVE "BAJA ACTIVA" TO WS-RSW-CTR-NAME(2).
           MOVE W07-CAT-COUNT(2) TO WS-RSW-CTR-VALUE(2).
           MOVE "SIN CUENTA" TO WS-RSW-CTR-NAME(3).
           MOVE W07-CAT-COUNT(3) TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Empleados en plantilla: " W01-ROSTER-COUNT.
           DISPLAY "Cuentas revisadas: " W06-ACCOUNTS.
           DISPLAY "Cuentas huerfanas: " W07-CAT-COUNT(1).
           DISPLAY "Cuentas activas de bajas: " W07-CAT-COUNT(2).
           DISPLAY "Empleados sin cuenta: " W07-CAT-COUNT(3).
           DISPLAY "Discrepancias: " W07-CAT-COUNT(4).

           GOBACK.

       MATCH-ONE-ACCOUNT.
           ADD 1 TO W06-ACCOUNTS.
           MOVE USR-USERNAME TO W14-USERNAME.
           MOVE USR-EMPLOYEE-ID TO W15-EMPLOYEE-ID.
           IF USR-EMPLOYEE-ID = SPACES
               IF NOT USR-IS-DISABLED
                   MOVE 1 TO W13-CATEGORY
                   MOVE "CUENTA HABILITADA SIN NUMERO DE EMPLEADO"
                       TO W16-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF
           ELSE
               MOVE 0 TO W04-FOUND-SUB
               PERFORM VARYING W03-ROSTER-SUB FROM 1 BY 1
                       UNTIL W03-ROSTER-SUB > W01-ROSTER-COUNT
                       OR W04-FOUND-SUB > 0
                   IF W02-EMPLOYEE-ID(W03-ROSTER-SUB) = USR-EMPLOYEE-ID
                       MOVE W03-ROSTER-SUB TO W04-FOUND-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN W04-FOUND-SUB = 0
                       IF NOT USR-IS-DISABLED
                           MOVE 1 TO W13-CATEGORY
                           MOVE "EMPLEADO NO FIGURA EN LA PLANTILLA"
                               TO W16-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
                   WHEN W02-STATUS(W04-FOUND-SUB) NOT = "A"
                       IF NOT USR-IS-DISABLED
                           MOVE 2 TO W13-CATEGORY
                           MOVE "EMPLEADO DE BAJA CON CUENTA HABILITADA"
                               TO W16-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO W02-MATCHED(W04-FOUND-SUB)
                       IF W02-USERNAME(W04-FOUND-SUB) NOT = SPACES
                           AND W02-USERNAME(W04-FOUND-SUB)
                               NOT = USR-USERNAME
                           MOVE 4 TO W13-CATEGORY
                           MOVE SPACES TO W16-DETAIL
                           STRING "USUARIO EN RRHH: "
                               W02-USERNAME(W04-FOUND-SUB)
                               DELIMITED BY SIZE
                               INTO W16-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-ONE-EMPLOYEE.
           MOVE W02-USERNAME(W03-ROSTER-SUB) TO W14-USERNAME.
           MOVE W02-EMPLOYEE-ID(W03-ROSTER-SUB) TO W15-EMPLOYEE-ID.
           IF W02-MATCHED(W03-ROSTER-SUB) NOT = "Y"
               MOVE 3 TO W13-CATEGORY
               MOVE "SIN CUENTA CON ESTE NUMERO DE EMPLEADO"
                   TO W16-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF.
           MOVE W02-EMPLOYEE-ID(W03-ROSTER-SUB)(1:6) TO PD-EMPLOYEE-ID.
           READ PHONE-DIRECTORY
               KEY IS PD-EMPLOYEE-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-PHONEDIR-FOUND
               AND (PD-LAST-NAME NOT = W02-LAST-NAME(W03-ROSTER-SUB)
                OR PD-FIRST-NAME NOT = W02-FIRST-NAME(W03-ROSTER-SUB))
               MOVE 4 TO W13-CATEGORY
               MOVE SPACES TO W16-DETAIL
               STRING "NOMBRE RRHH " W02-LAST-NAME(W03-ROSTER-SUB)
                   " " W02-FIRST-NAME(W03-ROSTER-SUB)
                   " DIRECTORIO " PD-LAST-NAME " " PD-FIRST-NAME
                   DELIMITED BY SIZE
                   INTO W16-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF.

       ADD-EXCEPTION.
           ADD 1 TO W07-CAT-COUNT(W13-CATEGORY).
           IF W09-EXCEPTION-COUNT < 3000
               ADD 1 TO W09-EXCEPTION-COUNT
               MOVE W13-CATEGORY TO W10-CATEGORY(W09-EXCEPTION-COUNT)
               MOVE W14-USERNAME TO W10-USERNAME(W09-EXCEPTION-COUNT)
               MOVE W15-EMPLOYEE-ID
                   TO W10-EMPLOYEE-ID(W09-EXCEPTION-COUNT)
               MOVE W16-DETAIL TO W10-DETAIL(W09-EXCEPTION-COUNT)
           ELSE
               ADD 1 TO W17-NOT-LISTED
           END-IF.

       WRITE-RECONCILIATION-REPORT.
           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           PERFORM VARYING W12-CAT-SUB FROM 1 BY 1 UNTIL W12-CAT-SUB > 4
               MOVE SPACES TO W63-RPT-LINE
               STRING W08-CAT-TITLE(W12-CAT-SUB) ": "
                   W07-CAT-COUNT(W12-CAT-SUB)
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                   W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
               PERFORM VARYING W11-EXC-SUB FROM 1 BY 1
                       UNTIL W11-EXC-SUB > W09-EXCEPTION-COUNT
                   IF W10-CATEGORY(W11-EXC-SUB) = W12-CAT-SUB
                       MOVE SPACES TO W63-RPT-LINE
                       STRING "    " W10-USERNAME(W11-EXC-SUB) " "
                           W10-EMPLOYEE-ID(W11-EXC-SUB) " "
                           W10-DETAIL(W11-EXC-SUB)
                           DELIMITED BY SIZE
                           INTO W63-RPT-LINE
                       CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                           W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO W63-RPT-LINE.
           STRING "PLANTILLA: " W01-ROSTER-COUNT
               "  CUENTAS: " W06-ACCOUNTS
               "  EXCEPCIONES SIN DETALLE: " W17-NOT-LISTED
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
