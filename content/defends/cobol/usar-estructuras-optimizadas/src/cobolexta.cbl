       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLEXTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTENSION-POOL ASSIGN TO "EXTPOOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-KEY
           FILE STATUS IS WS-POOL-STATUS.

           SELECT EXTENSION-PARAM ASSIGN TO "EXTPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WS-POOL-STATUS  PIC X(02) VALUE "00".
           88 WS-POOL-FOUND VALUE "00".
           88 WS-POOL-EOF   VALUE "10" "23".
       01 WS-PARM-STATUS  PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-QUAR-DAYS   PIC 9(03) VALUE 90.
       01 W02-TODAY-NUM   PIC 9(08).
       01 W03-RELEASE-NUM PIC 9(08).
       01 W04-DONE        PIC X(01) VALUE "N".
           88 W04-IS-DONE VALUE "Y".
       01 W05-JRN-PROGRAM PIC X(10) VALUE "COBOLEXTA".
       01 W06-JRN-FILE    PIC X(10) VALUE "EXTPOOL".
       01 W07-JRN-ACTION  PIC X(01) VALUE "U".
       01 W08-JRN-KEY     PIC X(256) VALUE SPACES.
       01 W09-JRN-BEFORE  PIC X(600) VALUE SPACES.
       01 W10-JRN-AFTER   PIC X(600) VALUE SPACES.

       LINKAGE SECTION.
       01 CK-FUNCTION  PIC X(01).
           88 CK-ALLOCATE   VALUE "A".
           88 CK-QUARANTINE VALUE "Q".
           88 CK-GIVE-BACK  VALUE "R".
       01 CK-CORRID    PIC X(12).
       01 CK-LOCATION  PIC X(04).
       01 CK-EMPLOYEE  PIC X(06).
       01 CK-NUMBER    PIC X(15).
       01 CK-COUNTRY   PIC X(03).
       01 CK-RELEASE   PIC X(08).
       01 CK-RESULT    PIC X(01).
           88 CK-DONE      VALUE "Y".
           88 CK-NONE      VALUE "N".
           88 CK-POOL-DOWN VALUE "E".

      * Extension pool.  EXTPOOL holds every number of the ranges
      * COBOLEXTP builds from EXTRANGE, one record per number, keyed
      * by location and number: free, assigned to an employee, or in
      * quarantine after a leaver until its release date.
      *   A - gives the employee the lowest free number of the
      *       location; a quarantined number already past its release
      *       date counts as free.  CK-NUMBER and CK-COUNTRY come back
      *       filled.  N when the location has nothing free.
      *   Q - puts the employee's number in quarantine for the EXTPARM
      *       period (90 days when absent) and returns the release
      *       date.  N when the number is not one of the pool's, so
      *       numbers outside the ranges are left alone, and when the
      *       pool has it assigned to somebody else.
      *   R - frees a number just handed to the employee by A when the
      *       caller could not record it; nobody ever dialled it, so
      *       there is no quarantine.  N when the pool does not have it
      *       assigned to that employee.
      * Every change is journalled through COBOLJRNW.
       PROCEDURE DIVISION USING CK-FUNCTION, CK-CORRID, CK-LOCATION,
                                CK-EMPLOYEE, CK-NUMBER, CK-COUNTRY,
                                CK-RELEASE, CK-RESULT.
       MAIN.
           MOVE "N" TO CK-RESULT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO W02-TODAY-NUM.

           OPEN I-O EXTENSION-POOL.
           IF WS-POOL-STATUS NOT = "00"
               MOVE "E" TO CK-RESULT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN CK-ALLOCATE
                   PERFORM ALLOCATE-NUMBER
               WHEN CK-QUARANTINE
                   PERFORM QUARANTINE-NUMBER
                       THRU QUARANTINE-NUMBER-EXIT
               WHEN CK-GIVE-BACK
                   PERFORM GIVE-BACK-NUMBER
                       THRU GIVE-BACK-NUMBER-EXIT
           END-EVALUATE.

           CLOSE EXTENSION-POOL.
           GOBACK.

       ALLOCATE-NUMBER.
           MOVE SPACES TO CK-NUMBER.
           MOVE SPACES TO CK-COUNTRY.
           MOVE CK-LOCATION TO EP-LOCATION.
           MOVE LOW-VALUES TO EP-NUMBER.
           MOVE "N" TO W04-DONE.
           START EXTENSION-POOL KEY IS NOT LESS THAN EP-KEY
               INVALID KEY MOVE "Y" TO W04-DONE
           END-START.
           PERFORM UNTIL W04-IS-DONE
               READ EXTENSION-POOL NEXT RECORD
                   AT END MOVE "Y" TO W04-DONE
               END-READ
               IF NOT W04-IS-DONE
                   IF EP-LOCATION NOT = CK-LOCATION
                       MOVE "Y" TO W04-DONE
                   ELSE
                       IF EP-IS-FREE
                           OR (EP-IS-QUARANTINED
                               AND EP-RELEASE NOT > W02-TODAY-NUM)
                           PERFORM TAKE-NUMBER THRU TAKE-NUMBER-EXIT
                           MOVE "Y" TO W04-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-NUMBER.
           MOVE EXTENSION-POOL-RECORD TO W09-JRN-BEFORE.
           MOVE "A" TO EP-STATUS.
           MOVE CK-EMPLOYEE TO EP-EMPLOYEE-ID.
           MOVE WS-CURRENT-DATE(1:8) TO EP-CHANGED.
           MOVE SPACES TO EP-RELEASE.
           REWRITE EXTENSION-POOL-RECORD
               INVALID KEY
                   MOVE "E" TO CK-RESULT
                   GO TO TAKE-NUMBER-EXIT
           END-REWRITE.
           MOVE EP-NUMBER TO CK-NUMBER.
           MOVE EP-COUNTRY-CODE TO CK-COUNTRY.
           MOVE "Y" TO CK-RESULT.
           PERFORM JOURNAL-CHANGE.
       TAKE-NUMBER-EXIT.
           EXIT.

       QUARANTINE-NUMBER.
           MOVE SPACES TO CK-RELEASE.
           MOVE CK-LOCATION TO EP-LOCATION.
           MOVE CK-NUMBER TO EP-NUMBER.
           READ EXTENSION-POOL
               KEY IS EP-KEY
               INVALID KEY GO TO QUARANTINE-NUMBER-EXIT
           END-READ.
      * A number already resting keeps its original release date; a
      * free one has nobody to take it from.
           IF EP-IS-QUARANTINED
               MOVE EP-RELEASE TO CK-RELEASE
               MOVE "Y" TO CK-RESULT
               GO TO QUARANTINE-NUMBER-EXIT
           END-IF.
           IF NOT EP-IS-ASSIGNED
               GO TO QUARANTINE-NUMBER-EXIT
           END-IF.
      * The directory may have drifted from the pool; a number the
      * pool gave to someone else is not taken from them.
           IF EP-EMPLOYEE-ID NOT = CK-EMPLOYEE
               GO TO QUARANTINE-NUMBER-EXIT
           END-IF.
           PERFORM LOAD-PARAM.
           COMPUTE W03-RELEASE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W02-TODAY-NUM)
               + W01-QUAR-DAYS).
           MOVE EXTENSION-POOL-RECORD TO W09-JRN-BEFORE.
           MOVE "Q" TO EP-STATUS.
           MOVE WS-CURRENT-DATE(1:8) TO EP-CHANGED.
           MOVE W03-RELEASE-NUM TO EP-RELEASE.
           REWRITE EXTENSION-POOL-RECORD
               INVALID KEY
                   MOVE "E" TO CK-RESULT
                   GO TO QUARANTINE-NUMBER-EXIT
           END-REWRITE.
           MOVE EP-RELEASE TO CK-RELEASE.
           MOVE "Y" TO CK-RESULT.
           PERFORM JOURNAL-CHANGE.
       QUARANTINE-NUMBER-EXIT.
           EXIT.

       GIVE-BACK-NUMBER.
           MOVE CK-LOCATION TO EP-LOCATION.
           MOVE CK-NUMBER TO EP-NUMBER.
           READ EXTENSION-POOL
               KEY IS EP-KEY
               INVALID KEY GO TO GIVE-BACK-NUMBER-EXIT
           END-READ.
           IF NOT EP-IS-ASSIGNED
               OR EP-EMPLOYEE-ID NOT = CK-EMPLOYEE
               GO TO GIVE-BACK-NUMBER-EXIT
           END-IF.
           MOVE EXTENSION-POOL-RECORD TO W09-JRN-BEFORE.
           MOVE "F" TO EP-STATUS.
           MOVE SPACES TO EP-EMPLOYEE-ID.
           MOVE WS-CURRENT-DATE(1:8) TO EP-CHANGED.
           MOVE SPACES TO EP-RELEASE.
           REWRITE EXTENSION-POOL-RECORD
               INVALID KEY
                   MOVE "E" TO CK-RESULT
                   GO TO GIVE-BACK-NUMBER-EXIT
           END-REWRITE.
           MOVE "Y" TO CK-RESULT.
           PERFORM JOURNAL-CHANGE.
       GIVE-BACK-NUMBER-EXIT.
           EXIT.

       LOAD-PARAM.
           OPEN INPUT EXTENSION-PARAM.
           IF WS-PARM-STATUS = "00"
               READ EXTENSION-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF XP-QUAR-DAYS NUMERIC AND XP-QUAR-DAYS > 0
                           MOVE XP-QUAR-DAYS TO W01-QUAR-DAYS
                       END-IF
               END-READ
               CLOSE EXTENSION-PARAM
           END-IF.

       JOURNAL-CHANGE.
           MOVE SPACES TO W08-JRN-KEY.
           MOVE EP-KEY TO W08-JRN-KEY(1:19).
           MOVE EXTENSION-POOL-RECORD TO W10-JRN-AFTER.
           CALL "COBOLJRNW" USING W05-JRN-PROGRAM, CK-CORRID,
               W06-JRN-FILE, W07-JRN-ACTION, W08-JRN-KEY,
               W09-JRN-BEFORE, W10-JRN-AFTER.
