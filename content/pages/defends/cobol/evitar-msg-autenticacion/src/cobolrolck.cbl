           RECORD KEY IS URL-USERNAME
           FILE STATUS IS WS-USERROLE-STATUS.

           SELECT BREAK-GLASS ASSIGN TO "BRKGLASS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS WS-BRKGLASS-STATUS.

       DATA DIVISION.

       FILE SECTION.
                   15 URL-GRANTED-TS PIC X(14).
                   15 URL-EXPIRES    PIC X(08).

       FD BREAK-GLASS.
       01 BREAK-GLASS-RECORD.
           05 BG-KEY.
               10 BG-USERNAME PIC X(16).
               10 BG-START-TS PIC X(14).
           05 BG-ROLE         PIC X(08).
           05 BG-END-TS       PIC X(14).
           05 BG-INCIDENT     PIC X(12).
           05 BG-REASON       PIC X(60).
           05 BG-CORRID       PIC X(12).
           05 BG-STATUS       PIC X(01).
               88 BG-IS-ACTIVE VALUE "A".
               88 BG-IS-ENDED  VALUE "E".
               88 BG-IS-CLOSED VALUE "C".
           05 BG-REVOKED-TS   PIC X(14).
           05 BG-REVIEWER     PIC X(16).
           05 BG-REVIEW-TS    PIC X(14).
           05 BG-REVIEW-NOTE  PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-USERROLE-STATUS PIC X(02) VALUE "00".
           88 WS-USERROLE-FOUND    VALUE "00".
           88 WS-USERROLE-NOTFOUND VALUE "23".
       01 WS-CURRENT-DATE    PIC X(21).
       01 W01-SUB            PIC 9(01) VALUE 0.
       01 WS-BRKGLASS-STATUS PIC X(02) VALUE "00".
           88 WS-BRKGLASS-EOF VALUE "10" "23" "35".

       LINKAGE SECTION.
       01 CK-USERNAME PIC X(16).
               END-PERFORM
           END-IF.

           IF CK-NOT-AUTHORIZED
               PERFORM CHECK-BREAK-GLASS
           END-IF.

           GOBACK.

      * An emergency grant from COBOLBGRQ authorizes its one role only
      * while the clock is inside its window; nothing has to run for
      * the role to lapse when the window closes.
       CHECK-BREAK-GLASS.
           MOVE "00" TO WS-BRKGLASS-STATUS.
           OPEN INPUT BREAK-GLASS.
           IF WS-BRKGLASS-STATUS = "00"
               MOVE CK-USERNAME TO BG-USERNAME
               MOVE LOW-VALUES TO BG-START-TS
               START BREAK-GLASS KEY IS NOT LESS THAN BG-KEY
                   INVALID KEY SET WS-BRKGLASS-EOF TO TRUE
               END-START
               IF NOT WS-BRKGLASS-EOF
                   READ BREAK-GLASS NEXT RECORD
                       AT END SET WS-BRKGLASS-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-BRKGLASS-EOF
                       OR BG-USERNAME NOT = CK-USERNAME
                   IF BG-IS-ACTIVE AND BG-ROLE = CK-ROLE
                       AND BG-START-TS <= WS-CURRENT-DATE(1:14)
                       AND BG-END-TS > WS-CURRENT-DATE(1:14)
                       SET CK-AUTHORIZED TO TRUE
                   END-IF
                   READ BREAK-GLASS NEXT RECORD
                       AT END SET WS-BRKGLASS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BREAK-GLASS
           END-IF.
