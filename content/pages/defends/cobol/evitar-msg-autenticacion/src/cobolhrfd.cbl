           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT USER-ROLES ASSIGN TO "USERROLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS URL-USERNAME
           FILE STATUS IS WS-USERROLE-STATUS.

           SELECT PHONE-DIRECTORY ASSIGN TO "PHONEDIR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS PD-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PD-PHONE-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PHONEDIR-STATUS.

           SELECT TRANSFER-REVIEW ASSIGN TO "XFERREVW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XR-KEY
           FILE STATUS IS WS-XFERREVW-STATUS.

           SELECT TRANSFER-PARAM ASSIGN TO "XFERPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-XFERPARM-STATUS.

           SELECT PROV-REPORT ASSIGN TO "PROVRPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           05 HF-ACTION      PIC X(07).
               88 HF-ACTION-ADD     VALUE "ADD".
               88 HF-ACTION-DISABLE VALUE "DISABLE".
               88 HF-ACTION-TRANSFER VALUE "TRANSFR".
           05 HF-USERNAME    PIC X(16).
           05 HF-NAME        PIC X(30).
           05 HF-DEPARTMENT  PIC X(04).
           05 HF-MANAGER-ID  PIC X(06).

       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD USER-ROLES.
       01 USER-ROLE-RECORD.
           05 URL-USERNAME   PIC X(16).
           05 URL-GRANT-TABLE.
               10 URL-GRANT OCCURS 5 TIMES.
                   15 URL-ROLE       PIC X(08).
                   15 URL-GRANTED-BY PIC X(16).
                   15 URL-GRANTED-TS PIC X(14).
                   15 URL-EXPIRES    PIC X(08).

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

       FD TRANSFER-REVIEW.
       01 TRANSFER-REVIEW-RECORD.
           05 XR-KEY.
               10 XR-USERNAME  PIC X(16).
               10 XR-QUEUED-TS PIC X(14).
           05 XR-EMPLOYEE-ID   PIC X(10).
           05 XR-OLD-DEPT      PIC X(04).
           05 XR-NEW-DEPT      PIC X(04).
           05 XR-OLD-MANAGER   PIC X(06).
           05 XR-NEW-MANAGER   PIC X(06).
           05 XR-DUE-DATE      PIC X(08).
           05 XR-GRANT-TABLE.
               10 XR-GRANT OCCURS 5 TIMES.
                   15 XR-ROLE         PIC X(08).
                   15 XR-ORIG-EXPIRES PIC X(08).
                   15 XR-DECISION     PIC X(01).
                       88 XR-GRANT-PENDING VALUE "P".
                       88 XR-GRANT-KEPT    VALUE "K".
                       88 XR-GRANT-DROPPED VALUE "D".
           05 XR-STATUS        PIC X(01).
               88 XR-IS-OPEN   VALUE "P".
               88 XR-IS-CLOSED VALUE "C".
           05 XR-REVIEWER      PIC X(16).
           05 XR-CORRID        PIC X(12).

       FD TRANSFER-PARAM.
       01 TRANSFER-PARAM-RECORD.
           05 XP-REVIEW-DAYS PIC 9(03).

       FD PROV-REPORT.
       01 PROV-REPORT-RECORD PIC X(100).
           88 WS-USRMAST-NOTFOUND VALUE "23".
           88 WS-USRMAST-EOF      VALUE "10".
       01 WS-RPT-STATUS     PIC X(02) VALUE "00".
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
           88 WS-USERROLE-FOUND VALUE "00".
       01 WS-PHONEDIR-STATUS PIC X(02) VALUE "00".
           88 WS-PHONEDIR-FOUND VALUE "00".
       01 WS-XFERREVW-STATUS PIC X(02) VALUE "00".
       01 WS-XFERPARM-STATUS PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-CORRID         PIC X(12) VALUE SPACES.
       01 W01-ADDED         PIC 9(05) VALUE 0.
       01 W62-TRLV-RESULT   PIC X(01).
           88 W62-FEED-VERIFIED VALUE "Y".
       01 W63-TRLV-COUNT    PIC 9(07) VALUE 0.
       01 W64-TRANSFERRED   PIC 9(05) VALUE 0.
       01 W65-REVIEW-DAYS   PIC 9(03) VALUE 30.
       01 W66-TODAY-NUMERIC PIC 9(08).
       01 W67-DUE-NUMERIC   PIC 9(08).
       01 W68-DUE-DATE      PIC X(08) VALUE SPACES.
       01 W69-SUB           PIC 9(01) VALUE 0.
       01 W70-QUEUED-ROLES  PIC 9(01) VALUE 0.
       01 W71-MOVER-COUNT   PIC 9(03) VALUE 0.
       01 W72-MOVER-TABLE.
           05 W72-MOVER OCCURS 200 TIMES.
               10 W72-USERNAME   PIC X(16).
               10 W72-NEW-DEPT   PIC X(04).
               10 W72-NEW-MGR    PIC X(06).
               10 W72-DUE-DATE   PIC X(08).
               10 W72-ROLES      PIC X(45).
       01 W73-ROLE-PTR      PIC 9(03) VALUE 1.
       01 W74-MOVER-SUB     PIC 9(03) VALUE 0.
       01 W75-PD-JRN-FILE   PIC X(10) VALUE "PHONEDIR".
       01 W76-UR-JRN-FILE   PIC X(10) VALUE "USERROLE".
       01 W77-READ          PIC 9(07) VALUE 0.
       01 W78-GATE-REJECTS  PIC 9(07) VALUE 0.
       01 W79-GATE-FEED     PIC X(10) VALUE "HRFEED".
       01 W80-GATE-RESULT   PIC X(01).
           88 W80-GATE-PASSED VALUE "P".
       01 W81-GATE-REASON   PIC X(60).
       01 W82-FEED-DISABLES PIC 9(07) VALUE 0.
       01 W83-EXT-FN        PIC X(01) VALUE SPACE.
       01 W84-EXT-LOCATION  PIC X(04) VALUE SPACES.
       01 W85-EXT-EMPLOYEE  PIC X(06) VALUE SPACES.
       01 W86-EXT-NUMBER    PIC X(15) VALUE SPACES.
       01 W87-EXT-COUNTRY   PIC X(03) VALUE SPACES.
       01 W88-EXT-RELEASE   PIC X(08) VALUE SPACES.
       01 W89-EXT-RESULT    PIC X(01).
           88 W89-EXT-DONE VALUE "Y".
       01 W90-PD-EXISTS     PIC X(01) VALUE "N".
           88 W90-IN-DIRECTORY VALUE "Y".
       01 W91-PD-SAVE       PIC X(58) VALUE SPACES.
       01 W92-EXT-ASSIGNED  PIC 9(05) VALUE 0.
       01 W93-EXT-RECLAIMED PIC 9(05) VALUE 0.
       01 W94-FIRST-NAME    PIC X(10) VALUE SPACES.
       01 W95-LAST-NAME     PIC X(10) VALUE SPACES.
       01 WS-RSW-JOBNAME    PIC X(10) VALUE "COBOLHRFD".
       01 WS-RSW-NOW        PIC X(21) VALUE SPACES.
       01 WS-RSW-START      PIC X(14) VALUE SPACES.
       01 WS-RSW-END        PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT     PIC X(01).

       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

      * The feed only gets processed when its transfer manifest checks
      * out; a truncated transfer used to surface as half-provisioned
               GOBACK
           END-IF.

      * Accounts, roles and the directory are updated in place, so the
      * feed is classified first against the current USRMAST and the
      * actions that would be skipped are measured against the
      * COBOLQGAT thresholds; a feed that fails provisions nothing and
      * the step ends 08.
           PERFORM CHECK-FEED-QUALITY.
           IF NOT W80-GATE-PASSED
               DISPLAY "Carga retenida, cuentas sin cambios: "
                   W81-GATE-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-TRANSFER-PARAM.
           OPEN INPUT HR-FEED.
           OPEN I-O USER-MASTER.
           OPEN I-O USER-ROLES.
           OPEN I-O PHONE-DIRECTORY.
           OPEN I-O TRANSFER-REVIEW.
           IF WS-XFERREVW-STATUS = "35"
               OPEN OUTPUT TRANSFER-REVIEW
               CLOSE TRANSFER-REVIEW
               OPEN I-O TRANSFER-REVIEW
           END-IF.
           OPEN OUTPUT PROV-REPORT.

           READ HR-FEED
               END-READ
           END-PERFORM.

           PERFORM WRITE-MOVER-SECTION.

           CLOSE HR-FEED.
           CLOSE USER-MASTER.
           CLOSE USER-ROLES.
           CLOSE PHONE-DIRECTORY.
           CLOSE TRANSFER-REVIEW.
           CLOSE PROV-REPORT.
      * BAJAS-FEED is every DISABLE the feed carried, so the balancing
      * rules can hold the USRMAST disables against it.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "ALTAS" TO WS-RSW-CTR-NAME(1).
           MOVE W01-ADDED TO WS-RSW-CTR-VALUE(1).
           MOVE "BAJAS" TO WS-RSW-CTR-NAME(2).
           MOVE W02-DISABLED TO WS-RSW-CTR-VALUE(2).
           MOVE "BAJAS-FEED" TO WS-RSW-CTR-NAME(3).
           MOVE W82-FEED-DISABLES TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Cuentas creadas: " W01-ADDED.
           DISPLAY "Cuentas deshabilitadas: " W02-DISABLED.
           DISPLAY "Traslados procesados: " W64-TRANSFERRED.
           DISPLAY "Extensiones asignadas: " W92-EXT-ASSIGNED.
           DISPLAY "Extensiones en cuarentena: " W93-EXT-RECLAIMED.
           DISPLAY "Acciones omitidas: " W03-SKIPPED.

           GOBACK.

       CHECK-FEED-QUALITY.
           MOVE 0 TO W77-READ.
           MOVE 0 TO W78-GATE-REJECTS.
           MOVE 0 TO W82-FEED-DISABLES.
           OPEN INPUT HR-FEED.
           OPEN INPUT USER-MASTER.
           IF WS-FEED-STATUS = "00"
               READ HR-FEED
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FEED-EOF
                   ADD 1 TO W77-READ
                   IF HF-ACTION-DISABLE
                       ADD 1 TO W82-FEED-DISABLES
                   END-IF
                   PERFORM CLASSIFY-ONE-ACTION
                   READ HR-FEED
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HR-FEED
           END-IF.
           CLOSE USER-MASTER.
           CALL "COBOLQGAT" USING W79-GATE-FEED, W77-READ,
               W78-GATE-REJECTS, W80-GATE-RESULT, W81-GATE-REASON.

       CLASSIFY-ONE-ACTION.
           MOVE "00" TO WS-USRMAST-STATUS.
           MOVE HF-USERNAME TO USR-USERNAME.
           READ USER-MASTER
               KEY IS USR-USERNAME
               INVALID KEY SET WS-USRMAST-NOTFOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN HF-ACTION-ADD AND WS-USRMAST-NOTFOUND
                   CONTINUE
               WHEN HF-ACTION-DISABLE AND WS-USRMAST-FOUND
                   CONTINUE
               WHEN HF-ACTION-TRANSFER AND WS-USRMAST-FOUND
                   AND NOT USR-IS-DISABLED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO W78-GATE-REJECTS
           END-EVALUATE.

       PROCESS-ONE-ACTION.
           MOVE "00" TO WS-USRMAST-STATUS.
           MOVE HF-USERNAME TO USR-USERNAME.
                   MOVE HF-USERNAME TO W15-REVOKE-USER
                   CALL "COBOLSESSRV" USING W15-REVOKE-USER,
                                             W16-REVOKED
                   PERFORM RECLAIM-EXTENSION
                       THRU RECLAIM-EXTENSION-EXIT
                   ADD 1 TO W02-DISABLED
                   STRING "DESHABILITADA " HF-USERNAME
                       DELIMITED BY SIZE
                       INTO PROV-REPORT-RECORD
                   WRITE PROV-REPORT-RECORD
               WHEN HF-ACTION-TRANSFER AND WS-USRMAST-FOUND
                   AND NOT USR-IS-DISABLED
                   PERFORM TRANSFER-ONE-USER
               WHEN HF-ACTION-TRANSFER AND WS-USRMAST-FOUND
                   ADD 1 TO W03-SKIPPED
                   STRING "INACTIVA      " HF-USERNAME
                       DELIMITED BY SIZE
                       INTO PROV-REPORT-RECORD
                   WRITE PROV-REPORT-RECORD
               WHEN HF-ACTION-DISABLE OR HF-ACTION-TRANSFER
                   ADD 1 TO W03-SKIPPED
                   STRING "NO EXISTE     " HF-USERNAME
                       DELIMITED BY SIZE
           MOVE HF-EMPLOYEE-ID   TO USR-EMPLOYEE-ID.
           MOVE SPACES TO USR-LANGUAGE.
           MOVE W53-CURRENT-HVER TO USR-HASH-VER.
           MOVE SPACES TO USR-ACCT-TYPE.
           MOVE SPACES TO USR-OWNER-ID.
           WRITE USER-MASTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
               DELIMITED BY SIZE
               INTO PROV-REPORT-RECORD.
           WRITE PROV-REPORT-RECORD.
           PERFORM ASSIGN-EXTENSION THRU ASSIGN-EXTENSION-EXIT.

      * A new hire gets the next free extension of their location
      * from the pool (COBOLEXTA).  The location is the one already
      * in their directory entry when the phone feed got there first,
      * otherwise their manager's.  Someone who already has a number
      * keeps it.  With no entry yet, one is created from the feed:
      * first word of the name as first name, second as last name.
      * If the directory cannot be written the number goes back to the
      * pool, so it is not left assigned with no entry carrying it.
       ASSIGN-EXTENSION.
           MOVE "N" TO W90-PD-EXISTS.
           MOVE SPACES TO W84-EXT-LOCATION.
           MOVE "00" TO WS-PHONEDIR-STATUS.
           MOVE HF-EMPLOYEE-ID(1:6) TO PD-EMPLOYEE-ID.
           READ PHONE-DIRECTORY
               KEY IS PD-EMPLOYEE-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-PHONEDIR-FOUND
               IF PD-PHONE-NUMBER NOT = SPACES
                   GO TO ASSIGN-EXTENSION-EXIT
               END-IF
               MOVE "Y" TO W90-PD-EXISTS
               MOVE PD-LOCATION TO W84-EXT-LOCATION
               MOVE PHONE-DIRECTORY-RECORD TO W91-PD-SAVE
           END-IF.
           IF W84-EXT-LOCATION = SPACES
               AND HF-MANAGER-ID NOT = SPACES
               MOVE "00" TO WS-PHONEDIR-STATUS
               MOVE HF-MANAGER-ID TO PD-EMPLOYEE-ID
               READ PHONE-DIRECTORY
                   KEY IS PD-EMPLOYEE-ID
                   INVALID KEY CONTINUE
               END-READ
               IF WS-PHONEDIR-FOUND
                   MOVE PD-LOCATION TO W84-EXT-LOCATION
               END-IF
           END-IF.
           IF W84-EXT-LOCATION = SPACES
               MOVE SPACES TO PROV-REPORT-RECORD
               STRING "SIN EXTENSION " HF-USERNAME
                   " SEDE DESCONOCIDA, JEFE " HF-MANAGER-ID
                   DELIMITED BY SIZE
                   INTO PROV-REPORT-RECORD
               WRITE PROV-REPORT-RECORD
               GO TO ASSIGN-EXTENSION-EXIT
           END-IF.

           MOVE "A" TO W83-EXT-FN.
           MOVE HF-EMPLOYEE-ID(1:6) TO W85-EXT-EMPLOYEE.
           CALL "COBOLEXTA" USING W83-EXT-FN, WS-CORRID,
               W84-EXT-LOCATION, W85-EXT-EMPLOYEE, W86-EXT-NUMBER,
               W87-EXT-COUNTRY, W88-EXT-RELEASE, W89-EXT-RESULT.
           IF NOT W89-EXT-DONE
               MOVE SPACES TO PROV-REPORT-RECORD
               STRING "SIN EXTENSION " HF-USERNAME
                   " POOL SIN LIBRES EN SEDE " W84-EXT-LOCATION
                   " (" W89-EXT-RESULT ")"
                   DELIMITED BY SIZE
                   INTO PROV-REPORT-RECORD
               WRITE PROV-REPORT-RECORD
               GO TO ASSIGN-EXTENSION-EXIT
           END-IF.

           IF W90-IN-DIRECTORY
               MOVE W91-PD-SAVE TO PHONE-DIRECTORY-RECORD
               MOVE W91-PD-SAVE TO W58-JRN-BEFORE
               MOVE W86-EXT-NUMBER TO PD-PHONE-NUMBER
               MOVE W87-EXT-COUNTRY TO PD-COUNTRY-CODE
               REWRITE PHONE-DIRECTORY-RECORD
               MOVE "U" TO W56-JRN-ACTION
           ELSE
               MOVE SPACES TO W94-FIRST-NAME, W95-LAST-NAME
               UNSTRING HF-NAME DELIMITED BY ALL SPACE
                   INTO W94-FIRST-NAME, W95-LAST-NAME
               END-UNSTRING
               MOVE SPACES TO PHONE-DIRECTORY-RECORD
               MOVE HF-EMPLOYEE-ID(1:6) TO PD-EMPLOYEE-ID
               MOVE W95-LAST-NAME TO PD-LAST-NAME
               MOVE W94-FIRST-NAME TO PD-FIRST-NAME
               MOVE W86-EXT-NUMBER TO PD-PHONE-NUMBER
               MOVE W87-EXT-COUNTRY TO PD-COUNTRY-CODE
               MOVE HF-DEPARTMENT TO PD-DEPARTMENT
               MOVE W84-EXT-LOCATION TO PD-LOCATION
               MOVE HF-MANAGER-ID TO PD-MANAGER-ID
               MOVE SPACES TO W58-JRN-BEFORE
               WRITE PHONE-DIRECTORY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "A" TO W56-JRN-ACTION
           END-IF.
           IF WS-PHONEDIR-STATUS NOT = "00"
               DISPLAY "PHONEDIR no grabado para " HF-USERNAME
                   ": " WS-PHONEDIR-STATUS
               MOVE "R" TO W83-EXT-FN
               CALL "COBOLEXTA" USING W83-EXT-FN, WS-CORRID,
                   W84-EXT-LOCATION, W85-EXT-EMPLOYEE, W86-EXT-NUMBER,
                   W87-EXT-COUNTRY, W88-EXT-RELEASE, W89-EXT-RESULT
               MOVE SPACES TO PROV-REPORT-RECORD
               STRING "SIN EXTENSION " HF-USERNAME
                   " PHONEDIR NO GRABADO (" WS-PHONEDIR-STATUS
                   "), NUMERO " W86-EXT-NUMBER
                   " DEVUELTO AL POOL: " W89-EXT-RESULT
                   DELIMITED BY SIZE
                   INTO PROV-REPORT-RECORD
               WRITE PROV-REPORT-RECORD
               GO TO ASSIGN-EXTENSION-EXIT
           END-IF.
           MOVE SPACES TO W57-JRN-KEY.
           MOVE PD-EMPLOYEE-ID TO W57-JRN-KEY(1:6).
           MOVE PHONE-DIRECTORY-RECORD TO W59-JRN-AFTER.
           CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
               W75-PD-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
               W58-JRN-BEFORE, W59-JRN-AFTER.
           ADD 1 TO W92-EXT-ASSIGNED.
           MOVE SPACES TO PROV-REPORT-RECORD.
           STRING "EXTENSION     " HF-USERNAME " SEDE "
               W84-EXT-LOCATION " NUMERO " W86-EXT-NUMBER
               DELIMITED BY SIZE
               INTO PROV-REPORT-RECORD.
           WRITE PROV-REPORT-RECORD.
       ASSIGN-EXTENSION-EXIT.
           EXIT.

      * A leaver's pool number goes into quarantine and comes off
      * their directory entry, so nobody dials a stranger's desk and
      * the number is not handed out again until the quarantine ends.
      * Numbers that were never the pool's are left where they are.
       RECLAIM-EXTENSION.
           MOVE "00" TO WS-PHONEDIR-STATUS.
           MOVE USR-EMPLOYEE-ID(1:6) TO PD-EMPLOYEE-ID.
           READ PHONE-DIRECTORY
               KEY IS PD-EMPLOYEE-ID
               INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-PHONEDIR-FOUND
               OR PD-PHONE-NUMBER = SPACES
               GO TO RECLAIM-EXTENSION-EXIT
           END-IF.
           MOVE "Q" TO W83-EXT-FN.
           MOVE PD-LOCATION TO W84-EXT-LOCATION.
           MOVE PD-EMPLOYEE-ID TO W85-EXT-EMPLOYEE.
           MOVE PD-PHONE-NUMBER TO W86-EXT-NUMBER.
           MOVE PD-COUNTRY-CODE TO W87-EXT-COUNTRY.
           CALL "COBOLEXTA" USING W83-EXT-FN, WS-CORRID,
               W84-EXT-LOCATION, W85-EXT-EMPLOYEE, W86-EXT-NUMBER,
               W87-EXT-COUNTRY, W88-EXT-RELEASE, W89-EXT-RESULT.
           IF NOT W89-EXT-DONE
               GO TO RECLAIM-EXTENSION-EXIT
           END-IF.
           MOVE PHONE-DIRECTORY-RECORD TO W58-JRN-BEFORE.
           MOVE SPACES TO PD-PHONE-NUMBER.
           REWRITE PHONE-DIRECTORY-RECORD.
      * The number is already resting in the pool; the entry that
      * still shows it is left for the directory owner to clear.
           IF WS-PHONEDIR-STATUS NOT = "00"
               DISPLAY "PHONEDIR no actualizado para " HF-USERNAME
                   ": " WS-PHONEDIR-STATUS
               MOVE SPACES TO PROV-REPORT-RECORD
               STRING "CUARENTENA    " HF-USERNAME " NUMERO "
                   W86-EXT-NUMBER " HASTA " W88-EXT-RELEASE
                   " PHONEDIR SIN ACTUALIZAR (" WS-PHONEDIR-STATUS ")"
                   DELIMITED BY SIZE
                   INTO PROV-REPORT-RECORD
               WRITE PROV-REPORT-RECORD
               GO TO RECLAIM-EXTENSION-EXIT
           END-IF.
           MOVE "U" TO W56-JRN-ACTION.
           MOVE SPACES TO W57-JRN-KEY.
           MOVE PD-EMPLOYEE-ID TO W57-JRN-KEY(1:6).
           MOVE PHONE-DIRECTORY-RECORD TO W59-JRN-AFTER.
           CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
               W75-PD-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
               W58-JRN-BEFORE, W59-JRN-AFTER.
           ADD 1 TO W93-EXT-RECLAIMED.
           MOVE SPACES TO PROV-REPORT-RECORD.
           STRING "CUARENTENA    " HF-USERNAME " NUMERO "
               W86-EXT-NUMBER " HASTA " W88-EXT-RELEASE
               DELIMITED BY SIZE
               INTO PROV-REPORT-RECORD.
           WRITE PROV-REPORT-RECORD.
       RECLAIM-EXTENSION-EXIT.
           EXIT.

       GENERATE-TEMP-PASSWORD.
           MOVE SPACES TO W13-TEMP-PASSWORD.
               DELIMITED BY SPACE
               INTO W13-TEMP-PASSWORD
           END-PERFORM.

       LOAD-TRANSFER-PARAM.
           OPEN INPUT TRANSFER-PARAM.
           IF WS-XFERPARM-STATUS = "00"
               READ TRANSFER-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF XP-REVIEW-DAYS NUMERIC AND XP-REVIEW-DAYS > 0
                           MOVE XP-REVIEW-DAYS TO W65-REVIEW-DAYS
                       END-IF
               END-READ
               CLOSE TRANSFER-PARAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W66-TODAY-NUMERIC.
           COMPUTE W67-DUE-NUMERIC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W66-TODAY-NUMERIC)
               + W65-REVIEW-DAYS).
           MOVE W67-DUE-NUMERIC TO W68-DUE-DATE.

      * A mover keeps working on the old roles only until the new
      * manager has looked at them: the department and manager change
      * in PHONEDIR, every current grant is queued on XFERREVW for
      * that manager, and its expiry is pulled in to the review due
      * date so a grant nobody re-approves in COBOLXFRA lapses by
      * itself.
       TRANSFER-ONE-USER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO TRANSFER-REVIEW-RECORD.
           MOVE HF-USERNAME TO XR-USERNAME.
           MOVE WS-CURRENT-DATE(1:14) TO XR-QUEUED-TS.
           MOVE HF-EMPLOYEE-ID TO XR-EMPLOYEE-ID.
           MOVE HF-DEPARTMENT TO XR-NEW-DEPT.
           MOVE HF-MANAGER-ID TO XR-NEW-MANAGER.
           MOVE W68-DUE-DATE TO XR-DUE-DATE.
           MOVE "P" TO XR-STATUS.
           MOVE WS-CORRID TO XR-CORRID.

           MOVE HF-EMPLOYEE-ID(1:6) TO PD-EMPLOYEE-ID.
           READ PHONE-DIRECTORY
               KEY IS PD-EMPLOYEE-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-PHONEDIR-FOUND
               MOVE PD-DEPARTMENT TO XR-OLD-DEPT
               MOVE PD-MANAGER-ID TO XR-OLD-MANAGER
               MOVE PHONE-DIRECTORY-RECORD TO W58-JRN-BEFORE
               MOVE HF-DEPARTMENT TO PD-DEPARTMENT
               MOVE HF-MANAGER-ID TO PD-MANAGER-ID
               REWRITE PHONE-DIRECTORY-RECORD
               IF WS-PHONEDIR-STATUS = "00"
                   MOVE "U" TO W56-JRN-ACTION
                   MOVE SPACES TO W57-JRN-KEY
                   MOVE PD-EMPLOYEE-ID TO W57-JRN-KEY(1:6)
                   MOVE PHONE-DIRECTORY-RECORD TO W59-JRN-AFTER
                   CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
                       W75-PD-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
                       W58-JRN-BEFORE, W59-JRN-AFTER
               ELSE
                   DISPLAY "PHONEDIR no actualizado para " HF-USERNAME
                       ": " WS-PHONEDIR-STATUS
                   MOVE SPACES TO PROV-REPORT-RECORD
                   STRING "SIN DIRECTORIO " HF-USERNAME
                       " PHONEDIR SIN ACTUALIZAR (" WS-PHONEDIR-STATUS
                       ")"
                       DELIMITED BY SIZE
                       INTO PROV-REPORT-RECORD
                   WRITE PROV-REPORT-RECORD
               END-IF
           ELSE
               MOVE SPACES TO PROV-REPORT-RECORD
               STRING "SIN DIRECTORIO " HF-USERNAME " EMPLEADO "
                   HF-EMPLOYEE-ID
                   DELIMITED BY SIZE
                   INTO PROV-REPORT-RECORD
               WRITE PROV-REPORT-RECORD
           END-IF.

           MOVE 0 TO W70-QUEUED-ROLES.
           MOVE HF-USERNAME TO URL-USERNAME.
           READ USER-ROLES
               KEY IS URL-USERNAME
               INVALID KEY CONTINUE
           END-READ.
           IF WS-USERROLE-FOUND
               MOVE USER-ROLE-RECORD TO W58-JRN-BEFORE
               PERFORM VARYING W69-SUB FROM 1 BY 1 UNTIL W69-SUB > 5
                   IF URL-ROLE(W69-SUB) NOT = SPACES
                       AND (URL-EXPIRES(W69-SUB) = SPACES
                        OR URL-EXPIRES(W69-SUB) NOT <
                           WS-CURRENT-DATE(1:8))
                       PERFORM QUEUE-ONE-GRANT
                   END-IF
               END-PERFORM
               IF W70-QUEUED-ROLES > 0
                   REWRITE USER-ROLE-RECORD
                   MOVE "U" TO W56-JRN-ACTION
                   MOVE SPACES TO W57-JRN-KEY
                   MOVE URL-USERNAME TO W57-JRN-KEY(1:16)
                   MOVE USER-ROLE-RECORD TO W59-JRN-AFTER
                   CALL "COBOLJRNW" USING W54-JRN-PROGRAM, WS-CORRID,
                       W76-UR-JRN-FILE, W56-JRN-ACTION, W57-JRN-KEY,
                       W58-JRN-BEFORE, W59-JRN-AFTER
               END-IF
           END-IF.
           IF W70-QUEUED-ROLES = 0
               MOVE "C" TO XR-STATUS
           END-IF.
           WRITE TRANSFER-REVIEW-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

           ADD 1 TO W64-TRANSFERRED.
           IF W71-MOVER-COUNT < 200
               ADD 1 TO W71-MOVER-COUNT
               MOVE HF-USERNAME TO W72-USERNAME(W71-MOVER-COUNT)
               MOVE HF-DEPARTMENT TO W72-NEW-DEPT(W71-MOVER-COUNT)
               MOVE HF-MANAGER-ID TO W72-NEW-MGR(W71-MOVER-COUNT)
               MOVE W68-DUE-DATE TO W72-DUE-DATE(W71-MOVER-COUNT)
               MOVE SPACES TO W72-ROLES(W71-MOVER-COUNT)
               MOVE 1 TO W73-ROLE-PTR
               PERFORM VARYING W69-SUB FROM 1 BY 1 UNTIL W69-SUB > 5
                   IF XR-ROLE(W69-SUB) NOT = SPACES
                       STRING XR-ROLE(W69-SUB) " "
                           DELIMITED BY SIZE
                           INTO W72-ROLES(W71-MOVER-COUNT)
                           WITH POINTER W73-ROLE-PTR
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO PROV-REPORT-RECORD.
           STRING "TRASLADADA    " HF-USERNAME " DEPTO "
               HF-DEPARTMENT " JEFE " HF-MANAGER-ID
               " ROLES EN REVISION " W70-QUEUED-ROLES
               DELIMITED BY SIZE
               INTO PROV-REPORT-RECORD.
           WRITE PROV-REPORT-RECORD.

       QUEUE-ONE-GRANT.
           ADD 1 TO W70-QUEUED-ROLES.
           MOVE URL-ROLE(W69-SUB) TO XR-ROLE(W69-SUB).
           MOVE URL-EXPIRES(W69-SUB) TO XR-ORIG-EXPIRES(W69-SUB).
           MOVE "P" TO XR-DECISION(W69-SUB).
           IF URL-EXPIRES(W69-SUB) = SPACES
               OR URL-EXPIRES(W69-SUB) > W68-DUE-DATE
               MOVE W68-DUE-DATE TO URL-EXPIRES(W69-SUB)
           END-IF.

       WRITE-MOVER-SECTION.
           MOVE SPACES TO PROV-REPORT-RECORD.
           WRITE PROV-REPORT-RECORD.
           MOVE "TRASLADOS PROCESADOS Y ROLES PENDIENTES DE REVISION"
               TO PROV-REPORT-RECORD.
           WRITE PROV-REPORT-RECORD.
           PERFORM VARYING W74-MOVER-SUB FROM 1 BY 1
                   UNTIL W74-MOVER-SUB > W71-MOVER-COUNT
               MOVE SPACES TO PROV-REPORT-RECORD
               STRING "  " W72-USERNAME(W74-MOVER-SUB)
                   " " W72-NEW-DEPT(W74-MOVER-SUB)
                   " JEFE " W72-NEW-MGR(W74-MOVER-SUB)
                   " VENCE " W72-DUE-DATE(W74-MOVER-SUB)
                   " " W72-ROLES(W74-MOVER-SUB)
                   DELIMITED BY SIZE
                   INTO PROV-REPORT-RECORD
               WRITE PROV-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO PROV-REPORT-RECORD.
           STRING "TOTAL TRASLADOS: " W64-TRANSFERRED
               DELIMITED BY SIZE
               INTO PROV-REPORT-RECORD.
           WRITE PROV-REPORT-RECORD.
