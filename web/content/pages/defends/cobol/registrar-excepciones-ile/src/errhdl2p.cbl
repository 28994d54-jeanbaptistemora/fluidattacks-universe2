           05 LOG-OCCURS       PIC 9(05).
           05 LOG-FIRST-TS     PIC X(14).
           05 LOG-LAST-TS      PIC X(14).
           05 LOG-ORIGIN       PIC X(01).

       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-RECORD.
           05 ARC-OCCURS       PIC 9(05).
           05 ARC-FIRST-TS     PIC X(14).
           05 ARC-LAST-TS      PIC X(14).
           05 ARC-ORIGIN       PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS PIC X(02) VALUE "00".
               MOVE LOG-OCCURS       TO ARC-OCCURS
               MOVE LOG-FIRST-TS     TO ARC-FIRST-TS
               MOVE LOG-LAST-TS      TO ARC-LAST-TS
               MOVE LOG-ORIGIN       TO ARC-ORIGIN
               WRITE LOG-ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED
               DELETE LOG-FILE
