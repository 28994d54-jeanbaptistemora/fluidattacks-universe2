           ALTERNATE RECORD KEY IS CUST-CANONICAL-EMAIL
           FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT PHONE-DIRECTORY ASSIGN TO "PHONEDIR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS PD-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PD-PHONE-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PHONEDIR-STATUS.

           SELECT USER-ROLES ASSIGN TO "USERROLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS URL-USERNAME
           FILE STATUS IS WS-USERROLE-STATUS.

           SELECT EXTENSION-POOL ASSIGN TO "EXTPOOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EP-KEY
           FILE STATUS IS WS-POOL-STATUS.

           SELECT CUST-CONSENT ASSIGN TO "CUSTCONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CONS-STATUS.

           SELECT ROLLBACK-REPORT ASSIGN TO "JRNRBRPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME PIC X(16).
           05 FILLER       PIC X(86).

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CUST-CANONICAL-EMAIL PIC X(256).
           05 FILLER               PIC X(277).

       FD PHONE-DIRECTORY.
       01 PHONE-DIRECTORY-RECORD.
           05 PD-EMPLOYEE-ID  PIC X(06).
           05 PD-LAST-NAME    PIC X(10).
           05 FILLER          PIC X(10).
           05 PD-PHONE-NUMBER PIC X(15).
           05 FILLER          PIC X(17).

       FD USER-ROLES.
       01 USER-ROLE-RECORD.
           05 URL-USERNAME PIC X(16).
           05 FILLER       PIC X(230).

       FD EXTENSION-POOL.
       01 EXTENSION-POOL-RECORD.
           05 EP-KEY       PIC X(19).
           05 FILLER       PIC X(30).

       FD CUST-CONSENT.
       01 CUST-CONSENT-RECORD.
           05 CN-KEY       PIC X(15).
           05 FILLER       PIC X(101).

       FD ROLLBACK-REPORT.
       01 ROLLBACK-REPORT-RECORD PIC X(100).

           88 WS-JOURNAL-EOF VALUE "10".
       01 WS-USRMAST-STATUS PIC X(02) VALUE "00".
       01 WS-CUSTMAST-STATUS PIC X(02) VALUE "00".
       01 WS-PHONEDIR-STATUS PIC X(02) VALUE "00".
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
       01 WS-POOL-STATUS    PIC X(02) VALUE "00".
       01 WS-CONS-STATUS    PIC X(02) VALUE "00".
       01 WS-RPT-STATUS     PIC X(02) VALUE "00".
       01 W01-MATCH-TABLE.
           02 W01-MATCH-KEY PIC X(18) OCCURS 10000.
           88 W06-TABLE-FULL VALUE "Y".
       01 W07-IO-RESULT    PIC X(01) VALUE " ".
           88 W07-IO-OK     VALUE "Y".
           88 W07-IO-NOT-REVERSIBLE VALUE "X".
       01 W08-DETAIL.
           02 W08-TS       PIC X(14).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 FILLER       PIC X(51) VALUE SPACES.
       01 W09-TOTAL-LINE   PIC X(100) VALUE SPACES.
       01 W10-COUNT-DISP   PIC Z(04)9.
       01 W11-NOT-REVERSIBLE PIC 9(05) VALUE 0.
       01 W12-OPEN-SWITCHES.
           02 W12-USR-OPEN PIC X(01) VALUE "N".
               88 W12-USR-IS-OPEN VALUE "Y".
           02 W12-CUS-OPEN PIC X(01) VALUE "N".
               88 W12-CUS-IS-OPEN VALUE "Y".
           02 W12-PD-OPEN  PIC X(01) VALUE "N".
               88 W12-PD-IS-OPEN  VALUE "Y".
           02 W12-UR-OPEN  PIC X(01) VALUE "N".
               88 W12-UR-IS-OPEN  VALUE "Y".
           02 W12-EP-OPEN  PIC X(01) VALUE "N".
               88 W12-EP-IS-OPEN  VALUE "Y".
           02 W12-CN-OPEN  PIC X(01) VALUE "N".
               88 W12-CN-IS-OPEN  VALUE "Y".
       01 W13-OPEN-FILE    PIC X(10) VALUE SPACES.
       01 W14-OPEN-STATUS  PIC X(02) VALUE SPACES.

      * Reverses (or re-applies) master-file updates captured in
      * MFJOURNAL by COBOLJRNW.  The operator names a program, a
      * correlation id and/or a timestamp range in JRNRBPARM; rollback
      * restores before-images newest first, apply replays after-images
      * oldest first.  Every touched record is listed in JRNRBRPT.
      * USRMAST, CUSTMAST, PHONEDIR, USERROLE, EXTPOOL and CUSTCONS
      * can be restored; entries for any other file are listed as NO
      * REVERSIBLE and counted apart, so a partial rollback shows.  A
      * file that cannot be opened fails each of its entries.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT ROLLBACK-PARAM.
                   TO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
           ELSE
               PERFORM OPEN-RESTORE-FILES
               IF RB-MODE-ROLLBACK
                   PERFORM VARYING W03-IDX FROM W02-MATCH-COUNT
                       BY -1 UNTIL W03-IDX < 1
                       PERFORM PROCESS-ONE-ENTRY
                   END-PERFORM
               END-IF
               PERFORM CLOSE-RESTORE-FILES
           END-IF.

           MOVE W04-REVERSED TO W10-COUNT-DISP.
               INTO W09-TOTAL-LINE.
           MOVE W09-TOTAL-LINE TO ROLLBACK-REPORT-RECORD.
           WRITE ROLLBACK-REPORT-RECORD.
           MOVE W11-NOT-REVERSIBLE TO W10-COUNT-DISP.
           MOVE SPACES TO W09-TOTAL-LINE.
           STRING "REGISTROS NO REVERSIBLES: " W10-COUNT-DISP
               DELIMITED BY SIZE
               INTO W09-TOTAL-LINE.
           MOVE W09-TOTAL-LINE TO ROLLBACK-REPORT-RECORD.
           WRITE ROLLBACK-REPORT-RECORD.

           CLOSE MASTER-JOURNAL.
           CLOSE ROLLBACK-REPORT.
           DISPLAY "Procesados: " W04-REVERSED
                   " Errores: " W05-FAILED
                   " No reversibles: " W11-NOT-REVERSIBLE.
           GOBACK.

      * One sequential pass collects the keys of every journal entry
           IF NOT W07-IO-OK
               ADD 1 TO W05-FAILED
           ELSE
               MOVE "N" TO W07-IO-RESULT
               EVALUATE JN-FILENAME
                   WHEN "USRMAST"
                       IF W12-USR-IS-OPEN
                           PERFORM RESTORE-USRMAST
                       END-IF
                   WHEN "CUSTMAST"
                       IF W12-CUS-IS-OPEN
                           PERFORM RESTORE-CUSTMAST
                       END-IF
                   WHEN "PHONEDIR"
                       IF W12-PD-IS-OPEN
                           PERFORM RESTORE-PHONEDIR
                       END-IF
                   WHEN "USERROLE"
                       IF W12-UR-IS-OPEN
                           PERFORM RESTORE-USERROLE
                       END-IF
                   WHEN "EXTPOOL"
                       IF W12-EP-IS-OPEN
                           PERFORM RESTORE-EXTPOOL
                       END-IF
                   WHEN "CUSTCONS"
                       IF W12-CN-IS-OPEN
                           PERFORM RESTORE-CUSTCONS
                       END-IF
                   WHEN OTHER
                       MOVE "X" TO W07-IO-RESULT
               END-EVALUATE
               MOVE JN-TIMESTAMP TO W08-TS
               MOVE JN-PROGRAM   TO W08-PROGRAM
               MOVE JN-FILENAME  TO W08-FILENAME
               MOVE JN-ACTION    TO W08-ACTION
               EVALUATE TRUE
                   WHEN W07-IO-OK
                       ADD 1 TO W04-REVERSED
                       MOVE "OK" TO W08-RESULT
                   WHEN W07-IO-NOT-REVERSIBLE
                       ADD 1 TO W11-NOT-REVERSIBLE
                       MOVE "NO REVERS" TO W08-RESULT
                   WHEN OTHER
                       ADD 1 TO W05-FAILED
                       MOVE "ERROR" TO W08-RESULT
               END-EVALUATE
               MOVE W08-DETAIL TO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
           END-IF.

      * Each file the utility restores is opened I-O; one that cannot
      * be opened is reported once and its entries fail.
       OPEN-RESTORE-FILES.
           OPEN I-O USER-MASTER.
           IF WS-USRMAST-STATUS = "00"
               MOVE "Y" TO W12-USR-OPEN
           ELSE
               MOVE "USRMAST" TO W13-OPEN-FILE
               MOVE WS-USRMAST-STATUS TO W14-OPEN-STATUS
               PERFORM REPORT-OPEN-FAILURE
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUSTMAST-STATUS = "00"
               MOVE "Y" TO W12-CUS-OPEN
           ELSE
               MOVE "CUSTMAST" TO W13-OPEN-FILE
               MOVE WS-CUSTMAST-STATUS TO W14-OPEN-STATUS
               PERFORM REPORT-OPEN-FAILURE
           END-IF.
           OPEN I-O PHONE-DIRECTORY.
           IF WS-PHONEDIR-STATUS = "00"
               MOVE "Y" TO W12-PD-OPEN
           ELSE
               MOVE "PHONEDIR" TO W13-OPEN-FILE
               MOVE WS-PHONEDIR-STATUS TO W14-OPEN-STATUS
               PERFORM REPORT-OPEN-FAILURE
           END-IF.
           OPEN I-O USER-ROLES.
           IF WS-USERROLE-STATUS = "00"
               MOVE "Y" TO W12-UR-OPEN
           ELSE
               MOVE "USERROLE" TO W13-OPEN-FILE
               MOVE WS-USERROLE-STATUS TO W14-OPEN-STATUS
               PERFORM REPORT-OPEN-FAILURE
           END-IF.
           OPEN I-O EXTENSION-POOL.
           IF WS-POOL-STATUS = "00"
               MOVE "Y" TO W12-EP-OPEN
           ELSE
               MOVE "EXTPOOL" TO W13-OPEN-FILE
               MOVE WS-POOL-STATUS TO W14-OPEN-STATUS
               PERFORM REPORT-OPEN-FAILURE
           END-IF.
           OPEN I-O CUST-CONSENT.
           IF WS-CONS-STATUS = "00"
               MOVE "Y" TO W12-CN-OPEN
           ELSE
               MOVE "CUSTCONS" TO W13-OPEN-FILE
               MOVE WS-CONS-STATUS TO W14-OPEN-STATUS
               PERFORM REPORT-OPEN-FAILURE
           END-IF.

       REPORT-OPEN-FAILURE.
           MOVE SPACES TO ROLLBACK-REPORT-RECORD.
           STRING W13-OPEN-FILE " NO DISPONIBLE, ESTADO "
                  W14-OPEN-STATUS
               DELIMITED BY SIZE
               INTO ROLLBACK-REPORT-RECORD.
           WRITE ROLLBACK-REPORT-RECORD.

       CLOSE-RESTORE-FILES.
           IF W12-USR-IS-OPEN
               CLOSE USER-MASTER
           END-IF.
           IF W12-CUS-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF W12-PD-IS-OPEN
               CLOSE PHONE-DIRECTORY
           END-IF.
           IF W12-UR-IS-OPEN
               CLOSE USER-ROLES
           END-IF.
           IF W12-EP-IS-OPEN
               CLOSE EXTENSION-POOL
           END-IF.
           IF W12-CN-IS-OPEN
               CLOSE CUST-CONSENT
           END-IF.

      * Rollback puts the before-image back (an added record is
      * deleted); apply replays the after-image instead.
       RESTORE-USRMAST.
               END-DELETE
           ELSE
               IF RB-MODE-ROLLBACK
                   MOVE JN-BEFORE(1:102) TO USER-MASTER-RECORD
               ELSE
                   MOVE JN-AFTER(1:102) TO USER-MASTER-RECORD
               END-IF
               REWRITE USER-MASTER-RECORD
                   INVALID KEY
                       END-WRITE
               END-REWRITE
           END-IF.

       RESTORE-PHONEDIR.
           MOVE "Y" TO W07-IO-RESULT.
           IF (RB-MODE-ROLLBACK AND JN-ACTION-ADD)
               OR (RB-MODE-APPLY AND JN-ACTION-DELETE)
               MOVE JN-RECORD-KEY(1:6) TO PD-EMPLOYEE-ID
               DELETE PHONE-DIRECTORY RECORD
                   INVALID KEY MOVE "N" TO W07-IO-RESULT
               END-DELETE
           ELSE
               IF RB-MODE-ROLLBACK
                   MOVE JN-BEFORE(1:58) TO PHONE-DIRECTORY-RECORD
               ELSE
                   MOVE JN-AFTER(1:58) TO PHONE-DIRECTORY-RECORD
               END-IF
               REWRITE PHONE-DIRECTORY-RECORD
                   INVALID KEY
                       WRITE PHONE-DIRECTORY-RECORD
                           INVALID KEY MOVE "N" TO W07-IO-RESULT
                       END-WRITE
               END-REWRITE
           END-IF.

       RESTORE-USERROLE.
           MOVE "Y" TO W07-IO-RESULT.
           IF (RB-MODE-ROLLBACK AND JN-ACTION-ADD)
               OR (RB-MODE-APPLY AND JN-ACTION-DELETE)
               MOVE JN-RECORD-KEY(1:16) TO URL-USERNAME
               DELETE USER-ROLES RECORD
                   INVALID KEY MOVE "N" TO W07-IO-RESULT
               END-DELETE
           ELSE
               IF RB-MODE-ROLLBACK
                   MOVE JN-BEFORE(1:246) TO USER-ROLE-RECORD
               ELSE
                   MOVE JN-AFTER(1:246) TO USER-ROLE-RECORD
               END-IF
               REWRITE USER-ROLE-RECORD
                   INVALID KEY
                       WRITE USER-ROLE-RECORD
                           INVALID KEY MOVE "N" TO W07-IO-RESULT
                       END-WRITE
               END-REWRITE
           END-IF.

       RESTORE-EXTPOOL.
           MOVE "Y" TO W07-IO-RESULT.
           IF (RB-MODE-ROLLBACK AND JN-ACTION-ADD)
               OR (RB-MODE-APPLY AND JN-ACTION-DELETE)
               MOVE JN-RECORD-KEY(1:19) TO EP-KEY
               DELETE EXTENSION-POOL RECORD
                   INVALID KEY MOVE "N" TO W07-IO-RESULT
               END-DELETE
           ELSE
               IF RB-MODE-ROLLBACK
                   MOVE JN-BEFORE(1:49) TO EXTENSION-POOL-RECORD
               ELSE
                   MOVE JN-AFTER(1:49) TO EXTENSION-POOL-RECORD
               END-IF
               REWRITE EXTENSION-POOL-RECORD
                   INVALID KEY
                       WRITE EXTENSION-POOL-RECORD
                           INVALID KEY MOVE "N" TO W07-IO-RESULT
                       END-WRITE
               END-REWRITE
           END-IF.

       RESTORE-CUSTCONS.
           MOVE "Y" TO W07-IO-RESULT.
           IF (RB-MODE-ROLLBACK AND JN-ACTION-ADD)
               OR (RB-MODE-APPLY AND JN-ACTION-DELETE)
               MOVE JN-RECORD-KEY(1:15) TO CN-KEY
               DELETE CUST-CONSENT RECORD
                   INVALID KEY MOVE "N" TO W07-IO-RESULT
               END-DELETE
           ELSE
               IF RB-MODE-ROLLBACK
                   MOVE JN-BEFORE(1:116) TO CUST-CONSENT-RECORD
               ELSE
                   MOVE JN-AFTER(1:116) TO CUST-CONSENT-RECORD
               END-IF
               REWRITE CUST-CONSENT-RECORD
                   INVALID KEY
                       WRITE CUST-CONSENT-RECORD
                           INVALID KEY MOVE "N" TO W07-IO-RESULT
                       END-WRITE
               END-REWRITE
           END-IF.
