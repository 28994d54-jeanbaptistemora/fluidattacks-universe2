       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLGFRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-DEF ASSIGN TO DYNAMIC WS-LAYOUT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT RECORD-RULES ASSIGN TO DYNAMIC WS-RULES-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD LAYOUT-DEF.
       01 LAYOUT-DEF-RECORD.
           05 LD-FIELDNAME  PIC X(20).
           05 LD-START      PIC 9(04).
           05 LD-LENGTH     PIC 9(04).
           05 LD-DICT-FIELD PIC X(20).

       FD RECORD-RULES.
       01 RECORD-RULES-RECORD.
           05 RR-RULE-TYPE  PIC X(01).
           05 RR-FIELD-A    PIC X(20).
           05 RR-FIELD-B    PIC X(20).
           05 RR-OPERATOR   PIC X(02).
           05 RR-COND-VALUE PIC X(64).
           05 RR-REASON     PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-LAYOUT-DSN    PIC X(10) VALUE SPACES.
       01 WS-RULES-DSN     PIC X(10) VALUE SPACES.
       01 WS-LAYOUT-STATUS PIC X(02) VALUE "00".
           88 WS-LAYOUT-EOF    VALUE "10".
       01 WS-FIELD-COUNT   PIC 9(03) VALUE 0.
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 50 TIMES.
               10 WS-FT-FIELDNAME  PIC X(20).
               10 WS-FT-START      PIC 9(04).
               10 WS-FT-LENGTH     PIC 9(04).
               10 WS-FT-DICT-FIELD PIC X(20).
       01 WS-SUB           PIC 9(03) VALUE 0.
       01 WS-RULES-STATUS  PIC X(02) VALUE "00".
           88 WS-RULES-EOF     VALUE "10".
       01 WS-RULE-COUNT    PIC 9(02) VALUE 0.
      * Record-level rules evaluated after the per-field checks:
      * C = conditional-required (field A must be present when
      * field B equals the condition value), F = field comparison
      * (A <operator> B must hold), X = mutually exclusive (A and
      * B may not both be present). Each rule carries its own
      * reason code for the error report.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES.
               10 WS-RL-TYPE    PIC X(01).
               10 WS-RL-FIELD-A PIC X(20).
               10 WS-RL-FIELD-B PIC X(20).
               10 WS-RL-OPER    PIC X(02).
               10 WS-RL-VALUE   PIC X(64).
               10 WS-RL-REASON  PIC 9(04).
       01 WS-RULE-SUB      PIC 9(02) VALUE 0.
       01 WS-VALUE-A       PIC X(256) VALUE SPACES.
       01 WS-VALUE-B       PIC X(256) VALUE SPACES.
       01 WS-LOOKUP-NAME   PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-VALUE  PIC X(256) VALUE SPACES.
       01 WS-RULE-FAILED   PIC X(01) VALUE "N".
           88 WS-RULE-HOLDS  VALUE "N".
       01 WS-FIELD-VALUE   PIC X(256) VALUE SPACES.
       01 W01-FVAL-RESULT  PIC X(01).
           88 W01-FVAL-VALID VALUE "Y".
       01 W02-FVAL-REASON  PIC 9(04) VALUE 0.

       LINKAGE SECTION.
       01 RV-FUNCTION    PIC X(01).
           88 RV-LOAD     VALUE "L".
           88 RV-VALIDATE VALUE "V".
       01 RV-LAYOUT-DSN  PIC X(10).
       01 RV-RULES-DSN   PIC X(10).
       01 RV-RECORD      PIC X(512).
       01 RV-RESULT      PIC X(01).
           88 RV-RECORD-VALID   VALUE "Y".
           88 RV-RECORD-INVALID VALUE "N".
           88 RV-NO-LAYOUT      VALUE "L".
       01 RV-FIELD-COUNT PIC 9(03).
       01 RV-FIELDS.
           05 RV-FIELD OCCURS 50 TIMES.
               10 RV-FIELDNAME  PIC X(20).
               10 RV-START      PIC 9(04).
               10 RV-LENGTH     PIC 9(04).
               10 RV-DICT-FIELD PIC X(20).
       01 RV-ERR-COUNT   PIC 9(02).
       01 RV-ERRORS.
           05 RV-ERROR OCCURS 70 TIMES.
               10 RV-ERR-TYPE   PIC X(01).
               10 RV-ERR-FIELD  PIC X(20).
               10 RV-ERR-REASON PIC 9(04).

      * The record checks of the generic validator, shared by the
      * COBOLGFVL batch run and the suspense correction screen so a
      * corrected record is judged exactly as the feed was.  The
      * LAYOUTDEF and RECRULES in use are named by the caller and
      * kept loaded until a different pair is asked for.  "L" only
      * loads and hands back the layout; "V" also validates
      * RV-RECORD and returns every failure: type "D" for a field
      * rejected by its FIELDDICT entry, otherwise the record rule
      * type (C, F or X) with rule field A, each with its reason.
       PROCEDURE DIVISION USING RV-FUNCTION, RV-LAYOUT-DSN,
                                RV-RULES-DSN, RV-RECORD, RV-RESULT,
                                RV-FIELD-COUNT, RV-FIELDS,
                                RV-ERR-COUNT, RV-ERRORS.
       MAIN.
           IF RV-LAYOUT-DSN NOT = WS-LAYOUT-DSN
               OR RV-RULES-DSN NOT = WS-RULES-DSN
               MOVE RV-LAYOUT-DSN TO WS-LAYOUT-DSN
               MOVE RV-RULES-DSN TO WS-RULES-DSN
               PERFORM LOAD-LAYOUT THRU LOAD-LAYOUT-EXIT
               PERFORM LOAD-RECORD-RULES THRU LOAD-RECORD-RULES-EXIT
           END-IF.

           MOVE WS-FIELD-COUNT TO RV-FIELD-COUNT.
           MOVE WS-FIELD-TABLE TO RV-FIELDS.
           MOVE 0 TO RV-ERR-COUNT.
           IF WS-FIELD-COUNT = 0
               SET RV-NO-LAYOUT TO TRUE
               GOBACK
           END-IF.
           SET RV-RECORD-VALID TO TRUE.
           IF RV-LOAD
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FIELD-COUNT
               PERFORM VALIDATE-ONE-FIELD
           END-PERFORM.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               PERFORM EVALUATE-ONE-RULE
           END-PERFORM.
           GOBACK.

       LOAD-LAYOUT.
           MOVE 0 TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-FIELD-TABLE.
           MOVE "00" TO WS-LAYOUT-STATUS.
           OPEN INPUT LAYOUT-DEF.
           IF WS-LAYOUT-STATUS NOT = "00"
               GO TO LOAD-LAYOUT-EXIT
           END-IF.
           READ LAYOUT-DEF
               AT END SET WS-LAYOUT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LAYOUT-EOF OR WS-FIELD-COUNT >= 50
               ADD 1 TO WS-FIELD-COUNT
               MOVE LD-FIELDNAME  TO WS-FT-FIELDNAME(WS-FIELD-COUNT)
               MOVE LD-START      TO WS-FT-START(WS-FIELD-COUNT)
               MOVE LD-LENGTH     TO WS-FT-LENGTH(WS-FIELD-COUNT)
               MOVE LD-DICT-FIELD TO WS-FT-DICT-FIELD(WS-FIELD-COUNT)
               READ LAYOUT-DEF
                   AT END SET WS-LAYOUT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-DEF.
       LOAD-LAYOUT-EXIT.
           EXIT.

       VALIDATE-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE.
           IF WS-FT-LENGTH(WS-SUB) > 0
               MOVE RV-RECORD
                   (WS-FT-START(WS-SUB):WS-FT-LENGTH(WS-SUB))
                   TO WS-FIELD-VALUE
           END-IF.
           CALL "COBOLFVAL" USING WS-FT-DICT-FIELD(WS-SUB),
                                   WS-FIELD-VALUE,
                                   W01-FVAL-RESULT, W02-FVAL-REASON.
           IF NOT W01-FVAL-VALID
               SET RV-RECORD-INVALID TO TRUE
               ADD 1 TO RV-ERR-COUNT
               MOVE "D" TO RV-ERR-TYPE(RV-ERR-COUNT)
               MOVE WS-FT-FIELDNAME(WS-SUB)
                   TO RV-ERR-FIELD(RV-ERR-COUNT)
               MOVE W02-FVAL-REASON TO RV-ERR-REASON(RV-ERR-COUNT)
           END-IF.

       LOAD-RECORD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE "00" TO WS-RULES-STATUS.
           OPEN INPUT RECORD-RULES.
           IF WS-RULES-STATUS NOT = "00"
               GO TO LOAD-RECORD-RULES-EXIT
           END-IF.
           READ RECORD-RULES
               AT END SET WS-RULES-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RULES-EOF OR WS-RULE-COUNT >= 20
               ADD 1 TO WS-RULE-COUNT
               MOVE RR-RULE-TYPE  TO WS-RL-TYPE(WS-RULE-COUNT)
               MOVE RR-FIELD-A    TO WS-RL-FIELD-A(WS-RULE-COUNT)
               MOVE RR-FIELD-B    TO WS-RL-FIELD-B(WS-RULE-COUNT)
               MOVE RR-OPERATOR   TO WS-RL-OPER(WS-RULE-COUNT)
               MOVE RR-COND-VALUE TO WS-RL-VALUE(WS-RULE-COUNT)
               MOVE RR-REASON     TO WS-RL-REASON(WS-RULE-COUNT)
               READ RECORD-RULES
                   AT END SET WS-RULES-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RECORD-RULES.
       LOAD-RECORD-RULES-EXIT.
           EXIT.

       EXTRACT-FIELD-VALUE.
           MOVE SPACES TO WS-LOOKUP-VALUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FIELD-COUNT
               IF WS-FT-FIELDNAME(WS-SUB) = WS-LOOKUP-NAME
                       AND WS-FT-LENGTH(WS-SUB) > 0
                   MOVE RV-RECORD
                       (WS-FT-START(WS-SUB):WS-FT-LENGTH(WS-SUB))
                       TO WS-LOOKUP-VALUE
               END-IF
           END-PERFORM.

       EVALUATE-ONE-RULE.
           MOVE WS-RL-FIELD-A(WS-RULE-SUB) TO WS-LOOKUP-NAME.
           PERFORM EXTRACT-FIELD-VALUE.
           MOVE WS-LOOKUP-VALUE TO WS-VALUE-A.
           MOVE WS-RL-FIELD-B(WS-RULE-SUB) TO WS-LOOKUP-NAME.
           PERFORM EXTRACT-FIELD-VALUE.
           MOVE WS-LOOKUP-VALUE TO WS-VALUE-B.

           MOVE "N" TO WS-RULE-FAILED.
           EVALUATE WS-RL-TYPE(WS-RULE-SUB)
               WHEN "C"
                   IF WS-VALUE-B(1:64) = WS-RL-VALUE(WS-RULE-SUB)
                           AND WS-VALUE-A = SPACES
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "F"
                   PERFORM COMPARE-FIELD-PAIR
               WHEN "X"
                   IF WS-VALUE-A NOT = SPACES
                           AND WS-VALUE-B NOT = SPACES
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-RULE-FAILED = "Y"
               SET RV-RECORD-INVALID TO TRUE
               ADD 1 TO RV-ERR-COUNT
               MOVE WS-RL-TYPE(WS-RULE-SUB)
                   TO RV-ERR-TYPE(RV-ERR-COUNT)
               MOVE WS-RL-FIELD-A(WS-RULE-SUB)
                   TO RV-ERR-FIELD(RV-ERR-COUNT)
               MOVE WS-RL-REASON(WS-RULE-SUB)
                   TO RV-ERR-REASON(RV-ERR-COUNT)
           END-IF.

      * The comparison is alphanumeric, which orders correctly for
      * the zoned and date fields the feeds carry.
       COMPARE-FIELD-PAIR.
           EVALUATE WS-RL-OPER(WS-RULE-SUB)
               WHEN "LT"
                   IF WS-VALUE-A NOT < WS-VALUE-B
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "LE"
                   IF WS-VALUE-A > WS-VALUE-B
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "GT"
                   IF WS-VALUE-A NOT > WS-VALUE-B
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "GE"
                   IF WS-VALUE-A < WS-VALUE-B
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "EQ"
                   IF WS-VALUE-A NOT = WS-VALUE-B
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "NE"
                   IF WS-VALUE-A = WS-VALUE-B
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
