           RECORD KEY IS DB-DOMAIN
           FILE STATUS IS WS-BLOCK-STATUS.

           SELECT DOMAIN-VERIFY ASSIGN TO "DOMVERIFY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DV-DOMAIN
           FILE STATUS IS WS-DV-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 DOMAIN-BLOCK-RECORD.
           02 DB-DOMAIN PIC X(255).

       FD DOMAIN-VERIFY.
       01 DOMAIN-VERIFY-RECORD.
           05 DV-DOMAIN       PIC X(255).
           05 DV-STATUS       PIC X(01).
               88 DV-ACCEPTS-MAIL VALUE "Y".
               88 DV-NO-MAIL      VALUE "N".
               88 DV-UNCHECKED    VALUE "U".
           05 DV-MX-HOST      PIC X(64).
           05 DV-FIRST-SEEN   PIC X(08).
           05 DV-LAST-CHECKED PIC X(14).
           05 DV-TEMP-FAILS   PIC 9(02).

       WORKING-STORAGE SECTION.
       01 W03-COUNT      PIC 9(002) VALUE 0.
       01 W04-EMAIL.
           88 WS-BLOCK-NOTFOUND VALUE "23".
       01 W09-BLOCKED    PIC X(01) VALUE "N".
           88 W09-IS-BLOCKED VALUE "Y".
       01 WS-DV-STATUS   PIC X(02) VALUE "00".
           88 WS-DV-FOUND    VALUE "00".
           88 WS-DV-NOTFOUND VALUE "23".
       01 W10-NO-MAIL    PIC X(01) VALUE "N".
           88 W10-DOMAIN-NO-MAIL VALUE "Y".

       LINKAGE SECTION.
       01 CK-EMAIL      PIC X(256).
           88 CK-VALID      VALUE "Y".
           88 CK-INVALID    VALUE "N".
           88 CK-DISPOSABLE VALUE "D".
           88 CK-NO-MAIL-DOMAIN VALUE "M".
       01 CK-VALIDEMAIL PIC X(256).
       01 CK-CANONICAL  PIC X(256).

                           IF W09-IS-BLOCKED
                               SET CK-DISPOSABLE TO TRUE
                           ELSE
                               PERFORM CHECK-DOMAIN-VERIFIED
                               IF W10-DOMAIN-NO-MAIL
                                   SET CK-NO-MAIL-DOMAIN TO TRUE
                               ELSE
                                   SET CK-VALID TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE DOMAIN-BLOCK
           END-IF.

      * DOMVERIFY is kept by COBOLDVRF from the resolver's answers.
      * Only a domain the resolver has found takes no mail is turned
      * away; a domain not yet resolved passes, as it did before the
      * cache existed, until its answer comes back.
       CHECK-DOMAIN-VERIFIED.
           MOVE "N" TO W10-NO-MAIL.
           OPEN INPUT DOMAIN-VERIFY.
           IF WS-DV-STATUS = "00"
               MOVE FUNCTION LOWER-CASE(W04-DOMAIN) TO DV-DOMAIN
               READ DOMAIN-VERIFY
                   KEY IS DV-DOMAIN
                   INVALID KEY SET WS-DV-NOTFOUND TO TRUE
               END-READ
               IF WS-DV-FOUND AND DV-NO-MAIL
                   MOVE "Y" TO W10-NO-MAIL
               END-IF
               CLOSE DOMAIN-VERIFY
           END-IF.
