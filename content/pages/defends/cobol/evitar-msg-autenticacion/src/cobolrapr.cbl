               88 PR-IS-PENDING  VALUE "P".
               88 PR-IS-APPROVED VALUE "A".
               88 PR-IS-REJECTED VALUE "R".
               88 PR-IS-CONFLICT VALUE "C".
           05 PR-APPROVER     PIC X(16).
           05 PR-APPROVED-TS  PIC X(14).
           05 PR-BASE-FOUND   PIC X(01).
               88 PR-BASE-PRESENT VALUE "Y".
               88 PR-BASE-ABSENT  VALUE "N".
           05 PR-BASE-TABLE.
               10 PR-BASE-GRANT OCCURS 5 TIMES.
                   15 PR-BASE-ROLE       PIC X(08).
                   15 PR-BASE-GRANTED-BY PIC X(16).
                   15 PR-BASE-GRANTED-TS PIC X(14).
                   15 PR-BASE-EXPIRES    PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
       01 W09-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W10-AUDIT-RESULT   PIC X(01).
       01 W11-SUB            PIC 9(01) VALUE 0.
       01 W12-FRZ-FILE       PIC X(10) VALUE "USERROLE".
       01 W13-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W13-FRZ-REFUSED VALUE "N".
       01 W14-STALE          PIC 9(05) VALUE 0.
       01 W15-CNF-PROGRAM    PIC X(10) VALUE "COBOLRAPR".
       01 W16-CNF-KEY        PIC X(30) VALUE SPACES.
       01 W17-CNF-FIELDS     PIC X(60) VALUE SPACES.
       01 W18-CNF-PTR        PIC 9(03) VALUE 1.
       01 W19-CNF-NAME       PIC X(12) VALUE SPACES.
       01 W20-CNF-COUNT      PIC 9(05) VALUE 0.
       01 W21-BASE-CONFLICT  PIC X(01) VALUE "N".
           88 W21-IS-CONFLICT VALUE "Y".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Second half of the dual-control role workflow: an ADMIN other
      * than the requestor reviews each PENDROLE entry and only an
      * approval here updates USERROLE.  The request carries the
      * role set its requestor was shown; when USERROLE no longer
      * reads that way (another approval, or a mover review or
      * transfer feed changing an expiry) the approval is refused
      * with the differences shown, the conflict goes to COBOLEDCF,
      * and the request is closed as C for the requestor to raise
      * again against the current roles.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
           CLOSE USER-ROLES.
           DISPLAY "Solicitudes aplicadas: " W07-APPLIED.
           DISPLAY "Solicitudes rechazadas: " W08-REJECTED.
           DISPLAY "Solicitudes desactualizadas: " W14-STALE.

           GOBACK.

               ACCEPT W06-DECISION
               EVALUATE TRUE
                   WHEN W06-APPROVE
                       CALL "COBOLFRZC" USING W12-FRZ-FILE,
                           W02-OPERATOR, W13-FRZ-RESULT
                       IF NOT W13-FRZ-REFUSED
                           PERFORM APPLY-REQUEST
                               THRU APPLY-REQUEST-EXIT
                       END-IF
                   WHEN W06-REJECT
                       PERFORM REJECT-REQUEST
                   WHEN OTHER
               KEY IS URL-USERNAME
               INVALID KEY SET WS-USERROLE-NOTFOUND TO TRUE
           END-READ.
           PERFORM CHECK-BASE-IMAGE.
           IF W21-IS-CONFLICT
               PERFORM REFUSE-STALE-REQUEST
               GO TO APPLY-REQUEST-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PR-ACTION-DELETE AND WS-USERROLE-FOUND
                   DELETE USER-ROLES RECORD
                  PR-TARGET-USER DELIMITED BY SIZE
                  INTO W09-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W09-AUDIT-RECORD, W10-AUDIT-RESULT.
       APPLY-REQUEST-EXIT.
           EXIT.

       CHECK-BASE-IMAGE.
           MOVE "N" TO W21-BASE-CONFLICT.
           MOVE SPACES TO W17-CNF-FIELDS.
           MOVE 1 TO W18-CNF-PTR.
           EVALUATE TRUE
               WHEN PR-BASE-ABSENT AND WS-USERROLE-FOUND
                   DISPLAY "  Otro administrador dio de alta roles "
                       "al usuario despues de la solicitud"
                   MOVE "ALTA" TO W19-CNF-NAME
                   PERFORM NOTE-CONFLICT-FIELD
               WHEN PR-BASE-PRESENT AND NOT WS-USERROLE-FOUND
                   DISPLAY "  Otro administrador retiro los roles "
                       "del usuario despues de la solicitud"
                   MOVE "BAJA" TO W19-CNF-NAME
                   PERFORM NOTE-CONFLICT-FIELD
               WHEN PR-BASE-PRESENT
                   PERFORM VARYING W11-SUB FROM 1 BY 1
                           UNTIL W11-SUB > 5
                       IF URL-GRANT(W11-SUB)
                           NOT = PR-BASE-GRANT(W11-SUB)
                           PERFORM SHOW-GRANT-CHANGE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SHOW-GRANT-CHANGE.
           MOVE SPACES TO W19-CNF-NAME.
           STRING "ROL" W11-SUB
               DELIMITED BY SIZE
               INTO W19-CNF-NAME.
           PERFORM NOTE-CONFLICT-FIELD.
           DISPLAY "  Rol " W11-SUB " solicitado sobre: "
               PR-BASE-ROLE(W11-SUB)
               " Vence: " PR-BASE-EXPIRES(W11-SUB)
               " Por: " PR-BASE-GRANTED-BY(W11-SUB).
           DISPLAY "     ahora: " URL-ROLE(W11-SUB)
               " Vence: " URL-EXPIRES(W11-SUB)
               " Por: " URL-GRANTED-BY(W11-SUB).

       NOTE-CONFLICT-FIELD.
           MOVE "Y" TO W21-BASE-CONFLICT.
           STRING W19-CNF-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO W17-CNF-FIELDS
                  WITH POINTER W18-CNF-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       REFUSE-STALE-REQUEST.
           MOVE PR-TARGET-USER TO W16-CNF-KEY.
           CALL "COBOLEDCF" USING W15-CNF-PROGRAM, W12-FRZ-FILE,
               W16-CNF-KEY, W02-OPERATOR, W17-CNF-FIELDS,
               W20-CNF-COUNT.
           MOVE "C" TO PR-STATUS.
           MOVE W02-OPERATOR TO PR-APPROVER.
           MOVE WS-CURRENT-DATE(1:14) TO PR-APPROVED-TS.
           REWRITE PENDING-ROLE-RECORD.
           ADD 1 TO W14-STALE.
           DISPLAY "Solicitud no aplicada: los roles cambiaron "
               "despues de la solicitud".
           DISPLAY "El solicitante debe pedirla de nuevo sobre los "
               "roles actuales".
           DISPLAY "Conflictos registrados en este usuario: "
               W20-CNF-COUNT.
           MOVE SPACES TO W09-AUDIT-RECORD.
           STRING "RLCONFLT" DELIMITED BY SIZE
                  PR-TARGET-USER DELIMITED BY SIZE
                  INTO W09-AUDIT-RECORD.
           CALL "COBOLCLSFA" USING W09-AUDIT-RECORD, W10-AUDIT-RESULT.

       REJECT-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
