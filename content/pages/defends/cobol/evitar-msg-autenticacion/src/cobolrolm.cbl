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
       01 W15-CONFLICT-PAIR.
           05 W15-CONFLICT-A PIC X(08).
           05 W15-CONFLICT-B PIC X(08).
       01 W16-FRZ-FILE       PIC X(10) VALUE "USERROLE".
       01 W17-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W17-FRZ-REFUSED VALUE "N".
       01 W18-SHOWN-GRANTS.
           05 W18-GRANT OCCURS 5 TIMES.
               10 W18-ROLE       PIC X(08).
               10 W18-GRANTED-BY PIC X(16).
               10 W18-GRANTED-TS PIC X(14).
               10 W18-EXPIRES    PIC X(08).
       01 W19-EDITED-GRANTS  PIC X(230) VALUE SPACES.
       01 W20-EDIT-CONFLICT  PIC X(01) VALUE "N".
           88 W20-IS-CONFLICT VALUE "Y".
       01 W21-CNF-PROGRAM    PIC X(10) VALUE "COBOLROLM".
       01 W22-CNF-KEY        PIC X(30) VALUE SPACES.
       01 W23-CNF-FIELDS     PIC X(60) VALUE SPACES.
       01 W24-CNF-PTR        PIC 9(03) VALUE 1.
       01 W25-CNF-NAME       PIC X(12) VALUE SPACES.
       01 W26-CNF-COUNT      PIC 9(05) VALUE 0.
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Role maintenance no longer touches USERROLE directly: every
      * add, update or delete is queued on PENDROLE and only becomes
      * effective when a different ADMIN approves it in COBOLRAPR,
      * mirroring the dual control the password workflow already has.
      * An update is only queued if the user's role set still reads as
      * it did when it was shown; otherwise the operator sees what the
      * other person changed and has to start again.  The role set as
      * shown goes on the request with it, so COBOLRAPR can refuse an
      * approval that would overwrite a change made in the meantime.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "G" TO W90-CTX-ACTION.
               KEY IS URL-USERNAME
               INVALID KEY SET WS-USERROLE-NOTFOUND TO TRUE
           END-READ.
           IF WS-USERROLE-FOUND
               MOVE URL-GRANT-TABLE TO W18-SHOWN-GRANTS
           END-IF.

           IF W06-ADD OR W06-UPDATE OR W06-DELETE
               CALL "COBOLFRZC" USING W16-FRZ-FILE, W02-OPERATOR,
                                       W17-FRZ-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN W17-FRZ-REFUSED
                   CONTINUE
               WHEN W06-ADD
                   PERFORM ADD-ENTRY
               WHEN W06-UPDATE
               DISPLAY "No existe un registro para ese usuario"
           ELSE
               PERFORM ACCEPT-ROLE-FIELDS
               MOVE URL-GRANT-TABLE TO W19-EDITED-GRANTS
               PERFORM CHECK-EDIT-CONFLICT
               IF NOT W20-IS-CONFLICT
                   MOVE W19-EDITED-GRANTS TO URL-GRANT-TABLE
                   PERFORM CHECK-CONFLICTS
                   IF W14-SOD-CONFLICT
                       PERFORM REJECT-CONFLICT
                   ELSE
                       MOVE "U" TO PR-ACTION
                       PERFORM QUEUE-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.

           MOVE "P" TO PR-STATUS.
           MOVE SPACES TO PR-APPROVER.
           MOVE SPACES TO PR-APPROVED-TS.
           IF PR-ACTION-ADD
               MOVE "N" TO PR-BASE-FOUND
               MOVE SPACES TO PR-BASE-TABLE
           ELSE
               MOVE "Y" TO PR-BASE-FOUND
               MOVE W18-SHOWN-GRANTS TO PR-BASE-TABLE
           END-IF.
           WRITE PENDING-ROLE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
                       TO URL-GRANTED-TS(W08-SUB)
               END-IF
           END-PERFORM.

      * USERROLE is read again before the update is queued and each
      * grant compared with what was shown.  A role set changed or
      * removed in between (another approval went through) is shown
      * grant by grant, redisplayed, and the request is not queued;
      * COBOLEDCF logs and counts the conflict.
       CHECK-EDIT-CONFLICT.
           MOVE "N" TO W20-EDIT-CONFLICT.
           MOVE SPACES TO W23-CNF-FIELDS.
           MOVE 1 TO W24-CNF-PTR.
           MOVE W07-TARGET-USER TO W22-CNF-KEY.
           MOVE "00" TO WS-USERROLE-STATUS.
           MOVE W07-TARGET-USER TO URL-USERNAME.
           READ USER-ROLES
               KEY IS URL-USERNAME
               INVALID KEY SET WS-USERROLE-NOTFOUND TO TRUE
           END-READ.
           IF WS-USERROLE-NOTFOUND
               DISPLAY "Otro administrador retiro los roles del "
                   "usuario mientras los editaba"
               MOVE "BAJA" TO W25-CNF-NAME
               PERFORM NOTE-CONFLICT-FIELD
           ELSE
               PERFORM VARYING W08-SUB FROM 1 BY 1 UNTIL W08-SUB > 5
                   IF URL-GRANT(W08-SUB) NOT = W18-GRANT(W08-SUB)
                       PERFORM SHOW-GRANT-CONFLICT
                   END-IF
               END-PERFORM
           END-IF.
           IF W20-IS-CONFLICT
               CALL "COBOLEDCF" USING W21-CNF-PROGRAM, W16-FRZ-FILE,
                   W22-CNF-KEY, W02-OPERATOR, W23-CNF-FIELDS,
                   W26-CNF-COUNT
               DISPLAY "La solicitud no fue grabada; vuelva a mostrar "
                   "los roles antes de guardar"
               DISPLAY "Conflictos registrados en este usuario: "
                   W26-CNF-COUNT
               IF WS-USERROLE-FOUND
                   DISPLAY "Roles actuales:"
                   PERFORM INQUIRE-ENTRY
               END-IF
           END-IF.

       SHOW-GRANT-CONFLICT.
           MOVE SPACES TO W25-CNF-NAME.
           STRING "ROL" W08-SUB
               DELIMITED BY SIZE
               INTO W25-CNF-NAME.
           PERFORM NOTE-CONFLICT-FIELD.
           DISPLAY "  Rol " W08-SUB " era: " W18-ROLE(W08-SUB)
               " Vence: " W18-EXPIRES(W08-SUB)
               " Por: " W18-GRANTED-BY(W08-SUB).
           DISPLAY "     ahora: " URL-ROLE(W08-SUB)
               " Vence: " URL-EXPIRES(W08-SUB)
               " Por: " URL-GRANTED-BY(W08-SUB).

       NOTE-CONFLICT-FIELD.
           MOVE "Y" TO W20-EDIT-CONFLICT.
           STRING W25-CNF-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO W23-CNF-FIELDS
                  WITH POINTER W24-CNF-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
