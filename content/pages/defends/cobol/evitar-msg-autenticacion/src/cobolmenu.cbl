           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MENU-STATUS.

           SELECT MENU-USAGE ASSIGN TO "MENUUSE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

           SELECT ROLE-USAGE ASSIGN TO "ROLEUSE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-KEY
           FILE STATUS IS WS-ROLEUSE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 MD-ROLE    PIC X(08).
           05 MD-DESC    PIC X(40).

       FD MENU-USAGE.
       01 MENU-USAGE-RECORD.
           05 MU-TIMESTAMP PIC X(14).
           05 MU-USERNAME  PIC X(16).
           05 MU-PROGRAM   PIC X(10).
           05 MU-ROLE      PIC X(08).
           05 MU-CORRID    PIC X(12).

       FD ROLE-USAGE.
       01 ROLE-USAGE-RECORD.
           05 RU-KEY.
               10 RU-USERNAME PIC X(16).
               10 RU-ROLE     PIC X(08).
           05 RU-LAST-USED    PIC X(14).
           05 RU-LAST-PROGRAM PIC X(10).
           05 RU-LAST-CORRID  PIC X(12).
           05 RU-USE-COUNT    PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-MENU-STATUS     PIC X(02) VALUE "00".
           88 WS-MENU-EOF VALUE "10".
       01 WS-USAGE-STATUS    PIC X(02) VALUE "00".
       01 WS-ROLEUSE-STATUS  PIC X(02) VALUE "00".
           88 WS-ROLEUSE-FOUND VALUE "00".
       01 WS-CURRENT-DATE    PIC X(21).
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W03-SESSION-RESULT PIC X(01).
           05 W06-ENTRY OCCURS 30 TIMES.
               10 W06-PROGRAM PIC X(10).
               10 W06-DESC    PIC X(40).
               10 W06-ROLE    PIC X(08).
       01 W07-SUB            PIC 9(02) VALUE 0.
       01 W08-CHOICE         PIC 9(02) VALUE 0.
       01 W09-CHOICE-IN      PIC X(02) VALUE SPACES.
       01 W11-CALL-PROGRAM   PIC X(10) VALUE SPACES.
       01 W12-AUDIT-RECORD   PIC X(32) VALUE SPACES.
       01 W13-AUDIT-RESULT   PIC X(01).
       01 W14-CALL-ROLE      PIC X(08) VALUE SPACES.

      * Menu front-end: one sign-on, then only the transactions the
      * operator's roles authorize are offered, by number.  The token

           MOVE "P" TO W10-CTX-ACTION.
           CALL "COBOLSCTX" USING W10-CTX-ACTION, W01-SESSION-TOKEN.
           CALL "COBOLCORR" USING WS-CORRID.

           PERFORM BUILD-MENU.
           IF W05-ENTRY-COUNT = 0
                       MOVE MD-PROGRAM
                           TO W06-PROGRAM(W05-ENTRY-COUNT)
                       MOVE MD-DESC TO W06-DESC(W05-ENTRY-COUNT)
                       MOVE MD-ROLE TO W06-ROLE(W05-ENTRY-COUNT)
                   END-IF
                   READ MENU-DEF
                       AT END SET WS-MENU-EOF TO TRUE
               END-IF
               IF W08-CHOICE > 0 AND W08-CHOICE <= W05-ENTRY-COUNT
                   MOVE W06-PROGRAM(W08-CHOICE) TO W11-CALL-PROGRAM
                   MOVE W06-ROLE(W08-CHOICE) TO W14-CALL-ROLE
                   MOVE SPACES TO W12-AUDIT-RECORD
                   STRING "MENUDISP" W11-CALL-PROGRAM
                       DELIMITED BY SIZE
                       INTO W12-AUDIT-RECORD
                   CALL "COBOLCLSFA" USING W12-AUDIT-RECORD,
                           W13-AUDIT-RESULT
                   PERFORM RECORD-MENU-USE
                   CALL W11-CALL-PROGRAM
                       ON EXCEPTION
                           DISPLAY "No se pudo invocar "
                   DISPLAY "Opcion no valida"
               END-IF
           END-IF.

      * Every launch is logged, and the per user/role summary in
      * ROLEUSE carries the last use so COBOLRLUR can show
      * recertification reviewers which grants are never exercised.
       RECORD-MENU-USE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE "00" TO WS-USAGE-STATUS.
           OPEN EXTEND MENU-USAGE.
           IF WS-USAGE-STATUS = "35"
               OPEN OUTPUT MENU-USAGE
           END-IF.
           IF WS-USAGE-STATUS = "00"
               MOVE WS-CURRENT-DATE(1:14) TO MU-TIMESTAMP
               MOVE W02-OPERATOR TO MU-USERNAME
               MOVE W11-CALL-PROGRAM TO MU-PROGRAM
               MOVE W14-CALL-ROLE TO MU-ROLE
               MOVE WS-CORRID TO MU-CORRID
               WRITE MENU-USAGE-RECORD
               CLOSE MENU-USAGE
           END-IF.

           OPEN I-O ROLE-USAGE.
           IF WS-ROLEUSE-STATUS = "35"
               OPEN OUTPUT ROLE-USAGE
               CLOSE ROLE-USAGE
               OPEN I-O ROLE-USAGE
           END-IF.
           IF WS-ROLEUSE-STATUS = "00"
               MOVE W02-OPERATOR TO RU-USERNAME
               MOVE W14-CALL-ROLE TO RU-ROLE
               READ ROLE-USAGE
                   INVALID KEY CONTINUE
               END-READ
               IF NOT WS-ROLEUSE-FOUND
                   MOVE 0 TO RU-USE-COUNT
               END-IF
               MOVE WS-CURRENT-DATE(1:14) TO RU-LAST-USED
               MOVE W11-CALL-PROGRAM TO RU-LAST-PROGRAM
               MOVE WS-CORRID TO RU-LAST-CORRID
               IF RU-USE-COUNT < 9999999
                   ADD 1 TO RU-USE-COUNT
               END-IF
               IF WS-ROLEUSE-FOUND
                   REWRITE ROLE-USAGE-RECORD
               ELSE
                   WRITE ROLE-USAGE-RECORD
               END-IF
               CLOSE ROLE-USAGE
           END-IF.
