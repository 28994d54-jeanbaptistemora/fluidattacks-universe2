           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD PENDING-CHANGES.
       01 PENDING-CHANGE-RECORD.
               MOVE "N" TO USR-FORCE-CHANGE
               MOVE SPACES TO USR-EMPLOYEE-ID
               MOVE SPACES TO USR-LANGUAGE
               MOVE SPACES TO USR-ACCT-TYPE
               MOVE SPACES TO USR-OWNER-ID
               WRITE USER-MASTER-RECORD
               MOVE "A" TO W60-JRN-ACTION
               MOVE SPACES TO W62-JRN-BEFORE
