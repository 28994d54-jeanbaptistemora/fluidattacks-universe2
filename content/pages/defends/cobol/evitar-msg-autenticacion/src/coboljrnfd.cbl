       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLJRNFD.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 W01-FIELD-LAYOUTS.
           05 FILLER PIC X(36)
               VALUE "USRMAST   USERNAME            001016".
           05 FILLER PIC X(36)
               VALUE "USRMAST   SALT                017008".
           05 FILLER PIC X(36)
               VALUE "USRMAST   PWD-HASH            025032".
           05 FILLER PIC X(36)
               VALUE "USRMAST   PWD-CHANGED         057014".
           05 FILLER PIC X(36)
               VALUE "USRMAST   GRACE-USED          071002".
           05 FILLER PIC X(36)
               VALUE "USRMAST   STATUS              073001".
           05 FILLER PIC X(36)
               VALUE "USRMAST   FORCE-CHANGE        074001".
           05 FILLER PIC X(36)
               VALUE "USRMAST   EMPLOYEE-ID         075010".
           05 FILLER PIC X(36)
               VALUE "USRMAST   LANGUAGE            085002".
           05 FILLER PIC X(36)
               VALUE "USRMAST   HASH-VER            087001".
           05 FILLER PIC X(36)
               VALUE "USRMAST   POLICY-CLASS        088004".
           05 FILLER PIC X(36)
               VALUE "USRMAST   ACCT-TYPE           092001".
           05 FILLER PIC X(36)
               VALUE "USRMAST   OWNER-ID            093010".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  CUST-NUMBER         001010".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  CANONICAL           011256".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  EMAIL               267256".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  VERIFIED            523001".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  VERIF-DATE          524008".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  UNDELIVERABLE       532001".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  BOUNCE-COUNT        533003".
           05 FILLER PIC X(36)
               VALUE "CUSTMAST  LAST-BOUNCE         536008".
       01 W01-FIELD-LAYOUT-R REDEFINES W01-FIELD-LAYOUTS.
           05 W01-LAYOUT OCCURS 21 TIMES.
               10 W01-FILE    PIC X(10).
               10 W01-FIELD   PIC X(20).
               10 W01-OFFSET  PIC 9(03).
               10 W01-LENGTH  PIC 9(03).
       01 W02-IDX            PIC 9(02) VALUE 0.
       01 W03-OFFSET         PIC 9(03) VALUE 0.
       01 W04-LENGTH         PIC 9(03) VALUE 0.
       01 W05-MASK-FIELD     PIC X(20) VALUE SPACES.
       01 W06-MASK-VALUE     PIC X(64) VALUE SPACES.
       01 W07-MASK-RESULT    PIC X(01).
           88 W07-WAS-MASKED VALUES "Y", "T".
       01 W08-MASK-LEVEL     PIC X(01) VALUE "R".

       LINKAGE SECTION.
       01 JD-FILENAME  PIC X(10).
       01 JD-OPERATOR  PIC X(16).
       01 JD-BEFORE    PIC X(600).
       01 JD-AFTER     PIC X(600).
       01 JD-RESULT    PIC X(01).
           88 JD-FILE-KNOWN   VALUE "Y".
           88 JD-FILE-UNKNOWN VALUE "N".
       01 JD-COUNT     PIC 9(02).
       01 JD-FIELDS.
           05 JD-FIELD OCCURS 21 TIMES.
               10 JD-NAME    PIC X(20).
               10 JD-OLD     PIC X(64).
               10 JD-NEW     PIC X(64).
               10 JD-MASKED  PIC X(01).

      * Field-by-field reading of one MFJOURNAL before/after pair, for
      * the change-history inquiry and its batch report.  The record
      * layouts of the journalled masters are held here once, so both
      * show the same field names; the names are the FIELDDICT keys,
      * and every value goes through COBOLFMSK for the operator asking,
      * so a restricted field shows masked on both sides of the change.
      * An add has a blank before-image and a delete a blank
      * after-image, so either comes back as the list of fields that
      * were filled in.  Values longer than 64 bytes are cut at 64.
       PROCEDURE DIVISION USING JD-FILENAME, JD-OPERATOR, JD-BEFORE,
                                JD-AFTER, JD-RESULT, JD-COUNT,
                                JD-FIELDS.
       MAIN.
           MOVE 0 TO JD-COUNT.
           MOVE SPACES TO JD-FIELDS.
           SET JD-FILE-UNKNOWN TO TRUE.
           PERFORM VARYING W02-IDX FROM 1 BY 1 UNTIL W02-IDX > 21
               IF W01-FILE(W02-IDX) = JD-FILENAME
                   SET JD-FILE-KNOWN TO TRUE
                   PERFORM COMPARE-ONE-FIELD
               END-IF
           END-PERFORM.
           GOBACK.

       COMPARE-ONE-FIELD.
           MOVE W01-OFFSET(W02-IDX) TO W03-OFFSET.
           MOVE W01-LENGTH(W02-IDX) TO W04-LENGTH.
           IF JD-BEFORE(W03-OFFSET:W04-LENGTH)
               NOT = JD-AFTER(W03-OFFSET:W04-LENGTH)
               ADD 1 TO JD-COUNT
               MOVE W01-FIELD(W02-IDX) TO JD-NAME(JD-COUNT)
               MOVE "N" TO JD-MASKED(JD-COUNT)
               MOVE SPACES TO W06-MASK-VALUE
               IF W04-LENGTH > 64
                   MOVE JD-BEFORE(W03-OFFSET:64) TO W06-MASK-VALUE
               ELSE
                   MOVE JD-BEFORE(W03-OFFSET:W04-LENGTH)
                       TO W06-MASK-VALUE
               END-IF
               PERFORM MASK-VALUE
               MOVE W06-MASK-VALUE TO JD-OLD(JD-COUNT)
               MOVE SPACES TO W06-MASK-VALUE
               IF W04-LENGTH > 64
                   MOVE JD-AFTER(W03-OFFSET:64) TO W06-MASK-VALUE
               ELSE
                   MOVE JD-AFTER(W03-OFFSET:W04-LENGTH)
                       TO W06-MASK-VALUE
               END-IF
               PERFORM MASK-VALUE
               MOVE W06-MASK-VALUE TO JD-NEW(JD-COUNT)
           END-IF.

       MASK-VALUE.
           MOVE W01-FIELD(W02-IDX) TO W05-MASK-FIELD.
           CALL "COBOLFMSK" USING W05-MASK-FIELD, JD-OPERATOR,
                                   W06-MASK-VALUE, W07-MASK-RESULT,
                                   W08-MASK-LEVEL.
           IF W07-WAS-MASKED
               MOVE "Y" TO JD-MASKED(JD-COUNT)
           END-IF.
