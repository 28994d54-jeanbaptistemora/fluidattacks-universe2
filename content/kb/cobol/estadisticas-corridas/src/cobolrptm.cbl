       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLRPTM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD REPORT-DEF.
       01 REPORT-DEF-RECORD.
           05 RD-REPORT         PIC X(10).
           05 RD-RETEN-CLASS    PIC X(01).
               88 RD-CLASS-VALID VALUE "C" "M" "L".
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
               88 DT-TYPE-VALID  VALUE "U" "R".
           05 DT-TARGET         PIC X(16).
           05 DT-ADDED-BY       PIC X(16).
           05 DT-ADDED-TS       PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-DEF-STATUS      PIC X(02) VALUE "00".
           88 WS-DEF-FOUND    VALUE "00".
           88 WS-DEF-NOTFOUND VALUE "23".
       01 WS-DIST-STATUS     PIC X(02) VALUE "00".
           88 WS-DIST-FOUND VALUE "00".
           88 WS-DIST-EOF   VALUE "10" "23".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           88 W03-SESSION-VALID VALUE "V".
       01 W04-ADMIN-ROLE     PIC X(08) VALUE "ADMIN".
       01 W05-ROLE-RESULT    PIC X(01).
           88 W05-AUTHORIZED VALUE "Y".
       01 W06-TRANS-CODE     PIC X(01) VALUE "L".
           88 W06-LIST        VALUE "L".
           88 W06-DEFINE      VALUE "D".
           88 W06-ADD-DIST    VALUE "A".
           88 W06-REMOVE-DIST VALUE "Q".
       01 W07-REPORT-IN      PIC X(10) VALUE SPACES.
       01 W08-CLASS-IN       PIC X(01) VALUE SPACES.
       01 W09-ROLE-IN        PIC X(08) VALUE SPACES.
       01 W10-DESC-IN        PIC X(40) VALUE SPACES.
       01 W11-TYPE-IN        PIC X(01) VALUE SPACES.
       01 W12-TARGET-IN      PIC X(16) VALUE SPACES.
       01 W13-SEQ-IN         PIC X(03) VALUE SPACES.
       01 W14-NEXT-SEQ       PIC 9(03) VALUE 0.
       01 W15-LISTED         PIC 9(03) VALUE 0.
       01 W16-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W17-AUDIT-RESULT   PIC X(01).
       01 W18-DUPLICATE      PIC X(01) VALUE "N".
           88 W18-IS-DUPLICATE VALUE "Y".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Report repository set-up.  D defines a report: its retention
      * class (C short, M medium, L long - see COBOLRPTR) and the role
      * that may read it in COBOLRPTV.  A adds a user (U) or role (R)
      * to the report's distribution list and Q takes a line off it;
      * L shows both.  A report with no definition is kept in the
      * medium class and readable by ADMIN only, so nothing needs to
      * be defined before a new report is first produced.  A change
      * applies from the next run of the report.
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

           CALL "COBOLROLCK" USING W02-OPERATOR, W04-ADMIN-ROLE,
                                    W05-ROLE-RESULT.
           IF NOT W05-AUTHORIZED
               DISPLAY "Operador no autorizado"
               GOBACK
           END-IF.

           OPEN I-O REPORT-DEF.
           IF WS-DEF-STATUS = "35"
               OPEN OUTPUT REPORT-DEF
               CLOSE REPORT-DEF
               MOVE "00" TO WS-DEF-STATUS
               OPEN I-O REPORT-DEF
           END-IF.
           OPEN I-O REPORT-DIST.
           IF WS-DIST-STATUS = "35"
               OPEN OUTPUT REPORT-DIST
               CLOSE REPORT-DIST
               MOVE "00" TO WS-DIST-STATUS
               OPEN I-O REPORT-DIST
           END-IF.
           IF WS-DEF-STATUS NOT = "00" OR WS-DIST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RPTDEF/RPTDIST: "
                   WS-DEF-STATUS " " WS-DIST-STATUS
               GOBACK
           END-IF.

           DISPLAY "Transaccion (L=listar D=definir A=agregar destino "
               "Q=quitar destino): ".
           ACCEPT W06-TRANS-CODE.
           DISPLAY "Informe: ".
           ACCEPT W07-REPORT-IN.
           IF W07-REPORT-IN = SPACES
               DISPLAY "Informe obligatorio"
               CLOSE REPORT-DIST
               CLOSE REPORT-DEF
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN W06-LIST
                   PERFORM LIST-REPORT
               WHEN W06-DEFINE
                   PERFORM DEFINE-REPORT THRU DEFINE-REPORT-EXIT
               WHEN W06-ADD-DIST
                   PERFORM ADD-DESTINATION THRU ADD-DESTINATION-EXIT
               WHEN W06-REMOVE-DIST
                   PERFORM REMOVE-DESTINATION
                       THRU REMOVE-DESTINATION-EXIT
               WHEN OTHER
                   DISPLAY "Transaccion no valida"
           END-EVALUATE.

           CLOSE REPORT-DIST.
           CLOSE REPORT-DEF.

           GOBACK.

       LIST-REPORT.
           MOVE W07-REPORT-IN TO RD-REPORT.
           READ REPORT-DEF
               KEY IS RD-REPORT
               INVALID KEY SET WS-DEF-NOTFOUND TO TRUE
           END-READ.
           IF WS-DEF-FOUND
               DISPLAY "Informe " RD-REPORT "  Clase " RD-RETEN-CLASS
                   "  Rol lector " RD-VIEW-ROLE
               DISPLAY "  " RD-DESCRIPTION
               DISPLAY "  Actualizado " RD-UPDATED-TS
                   " por " RD-UPDATED-BY
           ELSE
               DISPLAY "Informe " W07-REPORT-IN
                   " sin definir: clase M, rol lector ADMIN"
           END-IF.
           MOVE 0 TO W15-LISTED.
           PERFORM START-DISTRIBUTION.
           PERFORM UNTIL WS-DIST-EOF
               DISPLAY "  Destino " DT-SEQ " " DT-TYPE " " DT-TARGET
                   " alta " DT-ADDED-TS " por " DT-ADDED-BY
               ADD 1 TO W15-LISTED
               PERFORM NEXT-DISTRIBUTION
           END-PERFORM.
           DISPLAY "Destinos: " W15-LISTED.

       DEFINE-REPORT.
           MOVE W07-REPORT-IN TO RD-REPORT.
           READ REPORT-DEF
               KEY IS RD-REPORT
               INVALID KEY SET WS-DEF-NOTFOUND TO TRUE
           END-READ.
           IF WS-DEF-NOTFOUND
               MOVE SPACES TO REPORT-DEF-RECORD
               MOVE W07-REPORT-IN TO RD-REPORT
               MOVE "M" TO RD-RETEN-CLASS
               MOVE "ADMIN" TO RD-VIEW-ROLE
           END-IF.
           DISPLAY "Clase de retencion C/M/L (actual " RD-RETEN-CLASS
               "): ".
           ACCEPT W08-CLASS-IN.
           IF W08-CLASS-IN NOT = SPACES
               MOVE W08-CLASS-IN TO RD-RETEN-CLASS
           END-IF.
           IF NOT RD-CLASS-VALID
               DISPLAY "Clase de retencion no valida"
               GO TO DEFINE-REPORT-EXIT
           END-IF.
           DISPLAY "Rol lector (actual " RD-VIEW-ROLE "): ".
           ACCEPT W09-ROLE-IN.
           IF W09-ROLE-IN NOT = SPACES
               MOVE W09-ROLE-IN TO RD-VIEW-ROLE
           END-IF.
           DISPLAY "Descripcion (blanco = sin cambio): ".
           ACCEPT W10-DESC-IN.
           IF W10-DESC-IN NOT = SPACES
               MOVE W10-DESC-IN TO RD-DESCRIPTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE W02-OPERATOR TO RD-UPDATED-BY.
           MOVE WS-CURRENT-DATE(1:14) TO RD-UPDATED-TS.
           IF WS-DEF-NOTFOUND
               WRITE REPORT-DEF-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo grabar la definicion"
                       GO TO DEFINE-REPORT-EXIT
               END-WRITE
           ELSE
               REWRITE REPORT-DEF-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo actualizar la definicion"
                       GO TO DEFINE-REPORT-EXIT
               END-REWRITE
           END-IF.
           DISPLAY "Informe " RD-REPORT " definido".
           MOVE SPACES TO W16-AUDIT-RECORD.
           STRING "RPTDEF  " RD-REPORT RD-RETEN-CLASS RD-VIEW-ROLE
               DELIMITED BY SIZE
               INTO W16-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W16-AUDIT-RECORD, W17-AUDIT-RESULT.
       DEFINE-REPORT-EXIT.
           EXIT.

       ADD-DESTINATION.
           DISPLAY "Tipo (U=usuario R=rol): ".
           ACCEPT W11-TYPE-IN.
           DISPLAY "Usuario o rol: ".
           ACCEPT W12-TARGET-IN.
           IF W11-TYPE-IN NOT = "U" AND W11-TYPE-IN NOT = "R"
               DISPLAY "Tipo no valido"
               GO TO ADD-DESTINATION-EXIT
           END-IF.
           IF W12-TARGET-IN = SPACES
               OR (W11-TYPE-IN = "R" AND W12-TARGET-IN(9:8)
                   NOT = SPACES)
               DISPLAY "Destino no valido"
               GO TO ADD-DESTINATION-EXIT
           END-IF.

           MOVE 0 TO W14-NEXT-SEQ.
           MOVE "N" TO W18-DUPLICATE.
           PERFORM START-DISTRIBUTION.
           PERFORM UNTIL WS-DIST-EOF
               MOVE DT-SEQ TO W14-NEXT-SEQ
               IF DT-TYPE = W11-TYPE-IN AND DT-TARGET = W12-TARGET-IN
                   MOVE "Y" TO W18-DUPLICATE
               END-IF
               PERFORM NEXT-DISTRIBUTION
           END-PERFORM.
           IF W18-IS-DUPLICATE
               DISPLAY "Ese destino ya esta en la lista"
               GO TO ADD-DESTINATION-EXIT
           END-IF.
           IF W14-NEXT-SEQ >= 999
               DISPLAY "Lista de distribucion llena"
               GO TO ADD-DESTINATION-EXIT
           END-IF.
           ADD 1 TO W14-NEXT-SEQ.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO REPORT-DIST-RECORD.
           MOVE W07-REPORT-IN TO DT-REPORT.
           MOVE W14-NEXT-SEQ TO DT-SEQ.
           MOVE W11-TYPE-IN TO DT-TYPE.
           MOVE W12-TARGET-IN TO DT-TARGET.
           MOVE W02-OPERATOR TO DT-ADDED-BY.
           MOVE WS-CURRENT-DATE(1:14) TO DT-ADDED-TS.
           WRITE REPORT-DIST-RECORD
               INVALID KEY
                   DISPLAY "No se pudo grabar el destino"
                   GO TO ADD-DESTINATION-EXIT
           END-WRITE.
           DISPLAY "Destino " DT-SEQ " agregado".
           MOVE SPACES TO W16-AUDIT-RECORD.
           STRING "RPTDSTA " DT-REPORT DT-TYPE DT-TARGET(1:13)
               DELIMITED BY SIZE
               INTO W16-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W16-AUDIT-RECORD, W17-AUDIT-RESULT.
       ADD-DESTINATION-EXIT.
           EXIT.

       REMOVE-DESTINATION.
           DISPLAY "Numero de destino: ".
           ACCEPT W13-SEQ-IN.
           IF W13-SEQ-IN NOT NUMERIC
               DISPLAY "Numero no valido"
               GO TO REMOVE-DESTINATION-EXIT
           END-IF.
           MOVE W07-REPORT-IN TO DT-REPORT.
           MOVE W13-SEQ-IN TO DT-SEQ.
           READ REPORT-DIST
               KEY IS DT-KEY
               INVALID KEY
                   DISPLAY "No existe ese destino"
                   GO TO REMOVE-DESTINATION-EXIT
           END-READ.
           DELETE REPORT-DIST RECORD
               INVALID KEY
                   DISPLAY "No se pudo quitar el destino"
                   GO TO REMOVE-DESTINATION-EXIT
           END-DELETE.
           DISPLAY "Destino " DT-SEQ " quitado".
           MOVE SPACES TO W16-AUDIT-RECORD.
           STRING "RPTDSTQ " DT-REPORT DT-TYPE DT-TARGET(1:13)
               DELIMITED BY SIZE
               INTO W16-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W16-AUDIT-RECORD, W17-AUDIT-RESULT.
       REMOVE-DESTINATION-EXIT.
           EXIT.

       START-DISTRIBUTION.
           MOVE W07-REPORT-IN TO DT-REPORT.
           MOVE 0 TO DT-SEQ.
           MOVE "00" TO WS-DIST-STATUS.
           START REPORT-DIST KEY IS NOT LESS THAN DT-KEY
               INVALID KEY SET WS-DIST-EOF TO TRUE
           END-START.
           IF NOT WS-DIST-EOF
               PERFORM NEXT-DISTRIBUTION
           END-IF.

       NEXT-DISTRIBUTION.
           READ REPORT-DIST NEXT RECORD
               AT END SET WS-DIST-EOF TO TRUE
           END-READ.
           IF NOT WS-DIST-EOF AND DT-REPORT NOT = W07-REPORT-IN
               SET WS-DIST-EOF TO TRUE
           END-IF.
