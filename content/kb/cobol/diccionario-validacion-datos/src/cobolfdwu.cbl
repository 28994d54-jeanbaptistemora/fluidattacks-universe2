       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLFDWU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-CATALOG ASSIGN TO "FDXREFCAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

           SELECT LAYOUT-DEF ASSIGN TO DYNAMIC WS-LAYOUT-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT RECORD-RULES ASSIGN TO DYNAMIC WS-RULES-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT GENERATOR-PARAM ASSIGN TO DYNAMIC WS-PARM-DSN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD XREF-CATALOG.
       01 XREF-CATALOG-RECORD.
           05 XC-TYPE       PIC X(01).
               88 XC-IS-LAYOUT    VALUE "L".
               88 XC-IS-RULES     VALUE "R".
               88 XC-IS-GENERATOR VALUE "T".
               88 XC-IS-SCREEN    VALUE "S".
           05 XC-SOURCE     PIC X(10).
           05 XC-LAYOUT-DSN PIC X(10).
           05 XC-FIELD      PIC X(20).
           05 XC-DESC       PIC X(30).

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

       FD GENERATOR-PARAM.
       01 GENERATOR-PARAM-RECORD.
           05 TD-COUNT      PIC 9(05).
           05 TD-INVALID    PIC X(01).
           05 TD-OUTPUT-DSN PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CAT-STATUS    PIC X(02) VALUE "00".
           88 WS-CAT-EOF       VALUE "10".
       01 WS-LAYOUT-STATUS PIC X(02) VALUE "00".
           88 WS-LAYOUT-EOF    VALUE "10".
       01 WS-RULES-STATUS  PIC X(02) VALUE "00".
           88 WS-RULES-EOF     VALUE "10".
       01 WS-PARM-STATUS   PIC X(02) VALUE "00".
       01 WS-LAYOUT-DSN    PIC X(10) VALUE SPACES.
       01 WS-RULES-DSN     PIC X(10) VALUE SPACES.
       01 WS-PARM-DSN      PIC X(10) VALUE SPACES.
       01 WS-SUB           PIC 9(03) VALUE 0.
      * Without a catalog the standard files the dictionary tools
      * ship with are the only sources searched.
       01 W01-DEFAULT-CATALOG.
           05 FILLER PIC X(71) VALUE "LLAYOUTDEF".
           05 FILLER PIC X(71) VALUE "RRECRULES  LAYOUTDEF".
           05 FILLER PIC X(71) VALUE "TTDGPARM   LAYOUTDEF".
       01 W01-DEFAULT-CATALOG-R REDEFINES W01-DEFAULT-CATALOG.
           05 W01-DEFAULT-ENTRY PIC X(71) OCCURS 3 TIMES.
       01 W02-FIELD-COUNT  PIC 9(03) VALUE 0.
       01 W03-FIELD-TABLE.
           05 W03-FIELD OCCURS 50 TIMES.
               10 W03-FIELDNAME  PIC X(20).
               10 W03-DICT-FIELD PIC X(20).
       01 W04-LOOKUP-NAME  PIC X(20) VALUE SPACES.
       01 W05-LOOKUP-DICT  PIC X(20) VALUE SPACES.
       01 W06-LAYOUT-HIT   PIC X(20) VALUE SPACES.
       01 W07-DETAIL       PIC X(40) VALUE SPACES.
       01 W08-RULE-NO      PIC 9(03) VALUE 0.
       01 W09-DEFAULT-SUB  PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01 WU-FIELDNAME PIC X(20).
       01 WU-COUNT     PIC 9(03).
       01 WU-REFS.
           05 WU-REF OCCURS 100 TIMES.
               10 WU-TYPE   PIC X(01).
               10 WU-SOURCE PIC X(10).
               10 WU-DETAIL PIC X(40).
       01 WU-OVERFLOW  PIC X(01).
           88 WU-LIST-FULL VALUE "Y".

      * Where-used for one FIELDDICT entry.  FDXREFCAT lists what may
      * reference the dictionary: layouts (L, the LAYOUTDEF-format
      * file named in XC-SOURCE), record-rule sets (R) and generator
      * parameter files (T), both with the layout their field names
      * resolve through, and programs that validate a dictionary
      * field by name (S, one line per program and field, kept by
      * whoever changes the program).  A rule or generator refers to
      * the dictionary field through a layout field, so the layout is
      * read to make the connection.  The list stops at 100 entries;
      * WU-OVERFLOW then says there were more.
       PROCEDURE DIVISION USING WU-FIELDNAME, WU-COUNT, WU-REFS,
                                WU-OVERFLOW.
       MAIN.
           MOVE 0 TO WU-COUNT.
           MOVE SPACES TO WU-REFS.
           MOVE "N" TO WU-OVERFLOW.

           MOVE "00" TO WS-CAT-STATUS.
           OPEN INPUT XREF-CATALOG.
           IF WS-CAT-STATUS = "00"
               READ XREF-CATALOG
                   AT END SET WS-CAT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CAT-EOF
                   PERFORM SEARCH-ONE-SOURCE
                   READ XREF-CATALOG
                       AT END SET WS-CAT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XREF-CATALOG
           ELSE
               PERFORM VARYING W09-DEFAULT-SUB FROM 1 BY 1
                       UNTIL W09-DEFAULT-SUB > 3
                   MOVE W01-DEFAULT-ENTRY(W09-DEFAULT-SUB)
                       TO XREF-CATALOG-RECORD
                   PERFORM SEARCH-ONE-SOURCE
               END-PERFORM
           END-IF.
           GOBACK.

       SEARCH-ONE-SOURCE.
           EVALUATE TRUE
               WHEN XC-IS-LAYOUT
                   PERFORM SEARCH-LAYOUT
               WHEN XC-IS-RULES
                   PERFORM SEARCH-RULES
               WHEN XC-IS-GENERATOR
                   PERFORM SEARCH-GENERATOR
               WHEN XC-IS-SCREEN
                   IF XC-FIELD = WU-FIELDNAME
                       MOVE XC-DESC TO W07-DETAIL
                       PERFORM ADD-REFERENCE
                   END-IF
           END-EVALUATE.

       SEARCH-LAYOUT.
           MOVE XC-SOURCE TO WS-LAYOUT-DSN.
           PERFORM LOAD-LAYOUT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > W02-FIELD-COUNT
               IF W03-DICT-FIELD(WS-SUB) = WU-FIELDNAME
                   MOVE SPACES TO W07-DETAIL
                   STRING "CAMPO " W03-FIELDNAME(WS-SUB)
                       DELIMITED BY SIZE
                       INTO W07-DETAIL
                   PERFORM ADD-REFERENCE
               END-IF
           END-PERFORM.

       SEARCH-RULES.
           MOVE XC-LAYOUT-DSN TO WS-LAYOUT-DSN.
           PERFORM LOAD-LAYOUT.
           MOVE XC-SOURCE TO WS-RULES-DSN.
           MOVE 0 TO W08-RULE-NO.
           MOVE "00" TO WS-RULES-STATUS.
           OPEN INPUT RECORD-RULES.
           IF WS-RULES-STATUS = "00"
               READ RECORD-RULES
                   AT END SET WS-RULES-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-RULES-EOF
                   ADD 1 TO W08-RULE-NO
                   PERFORM CHECK-ONE-RULE
                   READ RECORD-RULES
                       AT END SET WS-RULES-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECORD-RULES
           END-IF.

       CHECK-ONE-RULE.
           MOVE RR-FIELD-A TO W04-LOOKUP-NAME.
           PERFORM FIND-DICT-FIELD.
           MOVE W05-LOOKUP-DICT TO W06-LAYOUT-HIT.
           MOVE RR-FIELD-B TO W04-LOOKUP-NAME.
           PERFORM FIND-DICT-FIELD.
           IF W06-LAYOUT-HIT = WU-FIELDNAME
               OR W05-LOOKUP-DICT = WU-FIELDNAME
               MOVE SPACES TO W07-DETAIL
               STRING "REGLA " W08-RULE-NO " TIPO " RR-RULE-TYPE
                   " " RR-FIELD-A(1:12) " " RR-OPERATOR
                   DELIMITED BY SIZE
                   INTO W07-DETAIL
               PERFORM ADD-REFERENCE
           END-IF.

      * The generator fills every field of its layout, so it touches
      * the dictionary field whenever the layout carries it.
       SEARCH-GENERATOR.
           MOVE XC-LAYOUT-DSN TO WS-LAYOUT-DSN.
           PERFORM LOAD-LAYOUT.
           MOVE SPACES TO W06-LAYOUT-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > W02-FIELD-COUNT
               IF W03-DICT-FIELD(WS-SUB) = WU-FIELDNAME
                   AND W06-LAYOUT-HIT = SPACES
                   MOVE W03-FIELDNAME(WS-SUB) TO W06-LAYOUT-HIT
               END-IF
           END-PERFORM.
           IF W06-LAYOUT-HIT NOT = SPACES
               MOVE SPACES TO TD-OUTPUT-DSN
               MOVE XC-SOURCE TO WS-PARM-DSN
               MOVE "00" TO WS-PARM-STATUS
               OPEN INPUT GENERATOR-PARAM
               IF WS-PARM-STATUS = "00"
                   READ GENERATOR-PARAM
                       AT END MOVE SPACES TO GENERATOR-PARAM-RECORD
                   END-READ
                   CLOSE GENERATOR-PARAM
               END-IF
               MOVE SPACES TO W07-DETAIL
               STRING "CAMPO " W06-LAYOUT-HIT " GENERA " TD-OUTPUT-DSN
                   DELIMITED BY SIZE
                   INTO W07-DETAIL
               PERFORM ADD-REFERENCE
           END-IF.

       LOAD-LAYOUT.
           MOVE 0 TO W02-FIELD-COUNT.
           MOVE "00" TO WS-LAYOUT-STATUS.
           OPEN INPUT LAYOUT-DEF.
           IF WS-LAYOUT-STATUS = "00"
               READ LAYOUT-DEF
                   AT END SET WS-LAYOUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LAYOUT-EOF OR W02-FIELD-COUNT >= 50
                   ADD 1 TO W02-FIELD-COUNT
                   MOVE LD-FIELDNAME
                       TO W03-FIELDNAME(W02-FIELD-COUNT)
                   MOVE LD-DICT-FIELD
                       TO W03-DICT-FIELD(W02-FIELD-COUNT)
                   READ LAYOUT-DEF
                       AT END SET WS-LAYOUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-DEF
           END-IF.

       FIND-DICT-FIELD.
           MOVE SPACES TO W05-LOOKUP-DICT.
           IF W04-LOOKUP-NAME NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > W02-FIELD-COUNT
                   IF W03-FIELDNAME(WS-SUB) = W04-LOOKUP-NAME
                       MOVE W03-DICT-FIELD(WS-SUB) TO W05-LOOKUP-DICT
                   END-IF
               END-PERFORM
           END-IF.

       ADD-REFERENCE.
           IF WU-COUNT >= 100
               MOVE "Y" TO WU-OVERFLOW
           ELSE
               ADD 1 TO WU-COUNT
               MOVE XC-TYPE   TO WU-TYPE(WU-COUNT)
               MOVE XC-SOURCE TO WU-SOURCE(WU-COUNT)
               MOVE W07-DETAIL TO WU-DETAIL(WU-COUNT)
           END-IF.
