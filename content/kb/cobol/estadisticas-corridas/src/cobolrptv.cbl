       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRPTV.

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

           SELECT REPORT-DIST ASSIGN TO "RPTDIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DT-KEY
           FILE STATUS IS WS-DIST-STATUS.

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

       FD REPORT-DIST.
       01 REPORT-DIST-RECORD.
           05 DT-KEY.
               10 DT-REPORT     PIC X(10).
               10 DT-SEQ        PIC 9(03).
           05 DT-TYPE           PIC X(01).
               88 DT-TO-USER     VALUE "U".
               88 DT-TO-ROLE     VALUE "R".
           05 DT-TARGET         PIC X(16).
           05 DT-ADDED-BY       PIC X(16).
           05 DT-ADDED-TS       PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-REPO-STATUS     PIC X(02) VALUE "00".
           88 WS-REPO-FOUND VALUE "00".
           88 WS-REPO-EOF   VALUE "10" "23".
       01 WS-LINES-STATUS    PIC X(02) VALUE "00".
           88 WS-LINES-EOF VALUE "10" "23".
       01 WS-DEF-STATUS      PIC X(02) VALUE "00".
       01 WS-DIST-STATUS     PIC X(02) VALUE "00".
           88 WS-DIST-EOF VALUE "10" "23".
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-VIEW-ROLE      PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "L".
           88 W06-LIST VALUE "L".
           88 W06-VIEW VALUE "V".
       01 W07-REPORT-IN      PIC X(10) VALUE SPACES.
       01 W08-DATE-IN        PIC X(08) VALUE SPACES.
       01 W09-RUN-IN         PIC X(14) VALUE SPACES.
       01 W10-SEQ-IN         PIC X(02) VALUE SPACES.
       01 W11-LISTED         PIC 9(05) VALUE 0.
       01 W12-STATE          PIC X(10) VALUE SPACES.
       01 W13-ACCESS         PIC X(01) VALUE "N".
           88 W13-MAY-VIEW VALUE "Y".
       01 W14-CHECKED-RPT    PIC X(10) VALUE HIGH-VALUES.
       01 W15-PAGE           PIC 9(04) VALUE 0.
       01 W16-PAGE-IN        PIC X(04) VALUE SPACES.
       01 W17-DONE           PIC X(01) VALUE "N".
           88 W17-IS-DONE VALUE "Y".
       01 W18-SHOWN          PIC 9(04) VALUE 0.
       01 W19-MAX-LIST       PIC 9(05) VALUE 200.
       01 W20-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W21-AUDIT-RESULT   PIC X(01).
       01 W22-KEY-SAVE.
           05 W22-REPORT  PIC X(10).
           05 W22-RUN-TS  PIC X(14).
           05 W22-SEQ     PIC 9(02).
       01 W23-PAGES          PIC 9(04) VALUE 0.
       01 W24-DIST-ROLE      PIC X(08) VALUE SPACES.
       01 W25-DIGITS         PIC 9(02) VALUE 0.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Report repository viewer.  L lists the catalogued runs of a
      * report (all reports when the name is left blank) from a given
      * date; V opens one run, named by report, run stamp and
      * sequence as the list and the distribution notice show them,
      * and pages through it.  A report may be read by holders of its
      * RPTDEF view role (ADMIN when it has no definition) and by the
      * users and roles on its RPTDIST distribution list; runs of
      * reports the operator may not read are left out of the list.
      * Every report opened, and every refusal, is audited.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           CALL "COBOLSCTX" USING W90-CTX-ACTION, W01-SESSION-TOKEN.
           IF W01-SESSION-TOKEN = SPACES
               DISPLAY "Token de sesion: "
               ACCEPT W01-SESSION-TOKEN
           END-IF.

           CALL "COBOLSESSCK" USING W01-SESSION-TOKEN, W02-OPERATOR,
                                     W03-SESSION-RESULT.
           IF NOT W03-SESSION-VALID
               DISPLAY "Sesion no valida"
               GOBACK
           END-IF.

           OPEN INPUT REPORT-REPO.
           IF WS-REPO-STATUS NOT = "00"
               DISPLAY "Repositorio de informes no disponible: "
                   WS-REPO-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (L=listar V=ver): ".
           ACCEPT W06-TRANS-CODE.

           EVALUATE TRUE
               WHEN W06-LIST
                   PERFORM LIST-RUNS
               WHEN W06-VIEW
                   PERFORM VIEW-RUN THRU VIEW-RUN-EXIT
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE REPORT-REPO.

           GOBACK.

       LIST-RUNS.
           DISPLAY "Informe (blanco = todos): ".
           ACCEPT W07-REPORT-IN.
           DISPLAY "Desde fecha AAAAMMDD (blanco = todas): ".
           ACCEPT W08-DATE-IN.
           MOVE 0 TO W11-LISTED.

           MOVE SPACES TO RR-KEY.
           MOVE W07-REPORT-IN TO RR-REPORT.
           START REPORT-REPO KEY IS NOT LESS THAN RR-KEY
               INVALID KEY SET WS-REPO-EOF TO TRUE
           END-START.
           IF NOT WS-REPO-EOF
               READ REPORT-REPO NEXT RECORD
                   AT END SET WS-REPO-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-REPO-EOF
               IF W07-REPORT-IN NOT = SPACES
                   AND RR-REPORT NOT = W07-REPORT-IN
                   SET WS-REPO-EOF TO TRUE
               ELSE
                   IF W08-DATE-IN = SPACES
                       OR RR-RUN-TS(1:8) >= W08-DATE-IN
                       PERFORM LIST-ONE-RUN
                   END-IF
                   IF W11-LISTED >= W19-MAX-LIST
                       DISPLAY "Lista cortada en " W19-MAX-LIST
                           " corridas; acote por informe o fecha"
                       SET WS-REPO-EOF TO TRUE
                   ELSE
                       READ REPORT-REPO NEXT RECORD
                           AT END SET WS-REPO-EOF TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Corridas listadas: " W11-LISTED.

       LIST-ONE-RUN.
           MOVE RR-KEY TO W22-KEY-SAVE.
           IF RR-REPORT NOT = W14-CHECKED-RPT
               PERFORM CHECK-ACCESS
           END-IF.
           IF W13-MAY-VIEW
               PERFORM SET-STATE-TEXT
               DISPLAY RR-REPORT " " RR-RUN-TS " " RR-SEQ " "
                   W12-STATE " PAG " RR-PAGES " CORRIDA " RR-CORRID
                   " " RR-TITLE(1:40)
               ADD 1 TO W11-LISTED
           END-IF.

       VIEW-RUN.
           DISPLAY "Informe: ".
           ACCEPT W07-REPORT-IN.
           DISPLAY "Corrida AAAAMMDDHHMMSS: ".
           ACCEPT W09-RUN-IN.
           DISPLAY "Secuencia (blanco = 00): ".
           ACCEPT W10-SEQ-IN.
           IF W10-SEQ-IN = SPACES
               MOVE "00" TO W10-SEQ-IN
           END-IF.
           IF W10-SEQ-IN NOT NUMERIC
               DISPLAY "Secuencia no valida"
               GO TO VIEW-RUN-EXIT
           END-IF.

           MOVE W07-REPORT-IN TO RR-REPORT.
           MOVE W09-RUN-IN TO RR-RUN-TS.
           MOVE W10-SEQ-IN TO RR-SEQ.
           READ REPORT-REPO
               KEY IS RR-KEY
               INVALID KEY
                   DISPLAY "No existe esa corrida del informe"
                   GO TO VIEW-RUN-EXIT
           END-READ.
           MOVE RR-KEY TO W22-KEY-SAVE.
           MOVE RR-PAGES TO W23-PAGES.

           PERFORM CHECK-ACCESS.
           MOVE SPACES TO W20-AUDIT-RECORD.
           IF NOT W13-MAY-VIEW
               STRING "RPTDENY " RR-REPORT RR-RUN-TS
                   DELIMITED BY SIZE
                   INTO W20-AUDIT-RECORD
               CALL "COBOLCLSFA" USING W20-AUDIT-RECORD,
                                        W21-AUDIT-RESULT
               DISPLAY "Operador no autorizado para este informe"
               GO TO VIEW-RUN-EXIT
           END-IF.
           STRING "RPTVIEW " RR-REPORT RR-RUN-TS
               DELIMITED BY SIZE
               INTO W20-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W20-AUDIT-RECORD, W21-AUDIT-RESULT.

           PERFORM SET-STATE-TEXT.
           DISPLAY RR-TITLE.
           DISPLAY "Corrida " RR-RUN-TS " " RR-SEQ
               "  Id " RR-CORRID "  Entorno " RR-ENV
               "  Estado " W12-STATE.
           DISPLAY "Paginas " RR-PAGES "  Registros " RR-RECORDS
               "  Conservar hasta " RR-KEEP-UNTIL
               "  Avisos " RR-NOTICES.
           IF NOT RR-IS-COMPLETE
               DISPLAY "ATENCION: la corrida no termino; el informe "
                   "puede estar incompleto"
           END-IF.
           IF W23-PAGES = 0
               MOVE 1 TO W23-PAGES
           END-IF.

           OPEN INPUT REPORT-LINES.
           IF WS-LINES-STATUS NOT = "00"
               DISPLAY "RPTLINES no disponible: " WS-LINES-STATUS
               GO TO VIEW-RUN-EXIT
           END-IF.
           MOVE 1 TO W15-PAGE.
           MOVE "N" TO W17-DONE.
           PERFORM UNTIL W17-IS-DONE
               PERFORM SHOW-PAGE
               DISPLAY "Pagina " W15-PAGE " de " W23-PAGES
                   " (S=siguiente A=anterior numero=ir F=fin): "
               MOVE SPACES TO W16-PAGE-IN
               ACCEPT W16-PAGE-IN
               PERFORM NEXT-PAGE-CHOICE
           END-PERFORM.
           CLOSE REPORT-LINES.
       VIEW-RUN-EXIT.
           EXIT.

       NEXT-PAGE-CHOICE.
           MOVE 0 TO W25-DIGITS.
           INSPECT W16-PAGE-IN TALLYING W25-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN W16-PAGE-IN = "S" OR W16-PAGE-IN = SPACES
                   IF W15-PAGE < W23-PAGES
                       ADD 1 TO W15-PAGE
                   ELSE
                       MOVE "Y" TO W17-DONE
                   END-IF
               WHEN W16-PAGE-IN = "A"
                   IF W15-PAGE > 1
                       SUBTRACT 1 FROM W15-PAGE
                   END-IF
               WHEN W16-PAGE-IN = "F"
                   MOVE "Y" TO W17-DONE
               WHEN W25-DIGITS > 0
                    AND W16-PAGE-IN(1:W25-DIGITS) IS NUMERIC
                   MOVE W16-PAGE-IN(1:W25-DIGITS) TO W15-PAGE
                   IF W15-PAGE < 1 OR W15-PAGE > W23-PAGES
                       DISPLAY "No existe esa pagina"
                       MOVE 1 TO W15-PAGE
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      * Lines are read in order from the start of the run up to the
      * requested page; pages are short enough that this is quick.
       SHOW-PAGE.
           MOVE 0 TO W18-SHOWN.
           MOVE W22-REPORT TO RL-REPORT.
           MOVE W22-RUN-TS TO RL-RUN-TS.
           MOVE W22-SEQ    TO RL-SEQ.
           MOVE 0 TO RL-LINE-NO.
           MOVE "00" TO WS-LINES-STATUS.
           START REPORT-LINES KEY IS NOT LESS THAN RL-KEY
               INVALID KEY SET WS-LINES-EOF TO TRUE
           END-START.
           IF NOT WS-LINES-EOF
               READ REPORT-LINES NEXT RECORD
                   AT END SET WS-LINES-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-LINES-EOF
               IF RL-REPORT NOT = W22-REPORT
                   OR RL-RUN-TS NOT = W22-RUN-TS
                   OR RL-SEQ NOT = W22-SEQ
                   OR RL-PAGE > W15-PAGE
                   SET WS-LINES-EOF TO TRUE
               ELSE
                   IF RL-PAGE = W15-PAGE
                       DISPLAY RL-TEXT
                       ADD 1 TO W18-SHOWN
                   END-IF
                   READ REPORT-LINES NEXT RECORD
                       AT END SET WS-LINES-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           IF W18-SHOWN = 0
               DISPLAY "(pagina sin lineas guardadas)"
           END-IF.

      * View role first; failing that, a place on the distribution
      * list, by name or by a role the operator holds.
       CHECK-ACCESS.
           MOVE "N" TO W13-ACCESS.
           MOVE RR-REPORT TO W14-CHECKED-RPT.
           MOVE "ADMIN" TO W04-VIEW-ROLE.
           OPEN INPUT REPORT-DEF.
           IF WS-DEF-STATUS = "00"
               MOVE RR-REPORT TO RD-REPORT
               READ REPORT-DEF
                   KEY IS RD-REPORT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RD-VIEW-ROLE NOT = SPACES
                           MOVE RD-VIEW-ROLE TO W04-VIEW-ROLE
                       END-IF
               END-READ
               CLOSE REPORT-DEF
           END-IF.
           CALL "COBOLROLCK" USING W02-OPERATOR, W04-VIEW-ROLE,
                                    W05-ROLE-RESULT.
           IF W05-AUTHORIZED
               MOVE "Y" TO W13-ACCESS
           ELSE
               PERFORM CHECK-DISTRIBUTION
           END-IF.

       CHECK-DISTRIBUTION.
           OPEN INPUT REPORT-DIST.
           IF WS-DIST-STATUS = "00"
               MOVE W14-CHECKED-RPT TO DT-REPORT
               MOVE 0 TO DT-SEQ
               START REPORT-DIST KEY IS NOT LESS THAN DT-KEY
                   INVALID KEY SET WS-DIST-EOF TO TRUE
               END-START
               IF NOT WS-DIST-EOF
                   READ REPORT-DIST NEXT RECORD
                       AT END SET WS-DIST-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-DIST-EOF OR W13-MAY-VIEW
                   IF DT-REPORT NOT = W14-CHECKED-RPT
                       SET WS-DIST-EOF TO TRUE
                   ELSE
                       IF DT-TO-USER AND DT-TARGET = W02-OPERATOR
                           MOVE "Y" TO W13-ACCESS
                       END-IF
                       IF DT-TO-ROLE
                           MOVE DT-TARGET(1:8) TO W24-DIST-ROLE
                           CALL "COBOLROLCK" USING W02-OPERATOR,
                               W24-DIST-ROLE, W05-ROLE-RESULT
                           IF W05-AUTHORIZED
                               MOVE "Y" TO W13-ACCESS
                           END-IF
                       END-IF
                       READ REPORT-DIST NEXT RECORD
                           AT END SET WS-DIST-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE REPORT-DIST
           END-IF.

       SET-STATE-TEXT.
           EVALUATE TRUE
               WHEN RR-IS-COMPLETE
                   MOVE "COMPLETO" TO W12-STATE
               WHEN RR-IS-OPEN
                   MOVE "EN CURSO" TO W12-STATE
               WHEN OTHER
                   MOVE "INCOMPLETO" TO W12-STATE
           END-EVALUATE.
