           RECORD KEY IS JC-VERSION
           FILE STATUS IS WS-CTL-STATUS.

           SELECT PLAN-AUDIT ASSIGN TO "JPAUDIT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 JC-ACTIVATED-BY PIC X(16).
           05 JC-ACTIVATED-TS PIC X(14).

       FD PLAN-AUDIT.
       01 PLAN-AUDIT-RECORD.
           05 JA-TIMESTAMP PIC X(14).
           05 JA-OPERATOR  PIC X(16).
           05 JA-ACTION    PIC X(01).
           05 JA-VERSION   PIC 9(03).
           05 JA-STEP      PIC 9(03).
           05 JA-PROGRAM   PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-VER-STATUS PIC X(02) VALUE "00".
           88 WS-VER-FOUND    VALUE "00".
       01 WS-CTL-STATUS PIC X(02) VALUE "00".
           88 WS-CTL-FOUND    VALUE "00".
           88 WS-CTL-NOTFOUND VALUE "23".
       01 WS-AUDIT-STATUS PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE PIC X(21).
       01 W01-SESSION-TOKEN  PIC X(16) VALUE SPACES.
       01 W02-OPERATOR       PIC X(16) VALUE SPACES.
       01 W07-VERSION        PIC 9(03) VALUE 0.
       01 W08-STEP           PIC 9(03) VALUE 0.
       01 W09-PRED-SUB       PIC 9(02) VALUE 0.
       01 W10-FRZ-FILE       PIC X(10) VALUE "JOBPLAN".
       01 W11-FRZ-RESULT     PIC X(01) VALUE "Y".
           88 W11-FRZ-REFUSED VALUE "N".
       01 W90-CTX-ACTION     PIC X(01) VALUE "G".

      * Plan changes no longer land on the live JOBPLAN: they are
               INVALID KEY SET WS-VER-NOTFOUND TO TRUE
           END-READ.

           IF W06-ADD OR W06-UPDATE OR W06-DELETE
               CALL "COBOLFRZC" USING W10-FRZ-FILE, W02-OPERATOR,
                                       W11-FRZ-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN W11-FRZ-REFUSED
                   CONTINUE
               WHEN W06-ADD
                   PERFORM ADD-STEP
               WHEN W06-UPDATE
               WRITE JOB-PLAN-VERSION-RECORD
               DISPLAY "Paso agregado"
               PERFORM MARK-VERSION-STAGED
               PERFORM WRITE-AUDIT
           END-IF.

       UPDATE-STEP.
               REWRITE JOB-PLAN-VERSION-RECORD
               DISPLAY "Paso actualizado"
               PERFORM MARK-VERSION-STAGED
               PERFORM WRITE-AUDIT
           END-IF.

       DELETE-STEP.
               DELETE JOB-PLAN-VERSIONS RECORD
               DISPLAY "Paso eliminado"
               PERFORM MARK-VERSION-STAGED
               PERFORM WRITE-AUDIT
           END-IF.

       INQUIRE-STEP.
       CLOSE-FILES.
           CLOSE JOB-PLAN-VERSIONS.
           CLOSE VERSION-CONTROL.

       WRITE-AUDIT.
           OPEN EXTEND PLAN-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO JA-TIMESTAMP.
           MOVE W02-OPERATOR   TO JA-OPERATOR.
           MOVE W06-TRANS-CODE TO JA-ACTION.
           MOVE W07-VERSION    TO JA-VERSION.
           MOVE W08-STEP       TO JA-STEP.
           MOVE JV-PROGRAM     TO JA-PROGRAM.
           WRITE PLAN-AUDIT-RECORD.
           CLOSE PLAN-AUDIT.
