       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLPHCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHONE-DIRECTORY ASSIGN TO "PHONEDIR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS PD-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS PD-PHONE-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PHONEDIR-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT TREE-PARAM ASSIGN TO "CTREEPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT TREE-EXTRACT ASSIGN TO "CALLTREEX"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PHONE-DIRECTORY.
       01 PHONE-DIRECTORY-RECORD.
           05 PD-EMPLOYEE-ID  PIC X(06).
           05 PD-LAST-NAME    PIC X(10).
           05 PD-FIRST-NAME   PIC X(10).
           05 PD-PHONE-NUMBER PIC X(15).
           05 PD-COUNTRY-CODE PIC X(03).
           05 PD-DEPARTMENT   PIC X(04).
           05 PD-LOCATION     PIC X(04).
           05 PD-MANAGER-ID   PIC X(06).

       FD USER-MASTER.
       01 USER-MASTER-RECORD.
           05 USR-USERNAME    PIC X(16).
           05 USR-SALT        PIC X(08).
           05 USR-PWD-HASH    PIC X(32).
           05 USR-PWD-CHANGED PIC X(14).
           05 USR-GRACE-USED  PIC 9(02).
           05 USR-STATUS      PIC X(01).
               88 USR-IS-DISABLED VALUE "D".
           05 USR-FORCE-CHANGE PIC X(01).
           05 USR-EMPLOYEE-ID PIC X(10).
           05 USR-LANGUAGE    PIC X(02).
           05 USR-HASH-VER    PIC X(01).
           05 USR-POLICY-CLASS PIC X(04).
           05 USR-ACCT-TYPE   PIC X(01).
               88 USR-IS-SERVICE VALUE "S".
           05 USR-OWNER-ID    PIC X(10).

       FD TREE-PARAM.
       01 TREE-PARAM-RECORD.
           05 TP-LOCATION PIC X(04).

       FD TREE-EXTRACT.
       01 TREE-EXTRACT-RECORD.
           05 TX-LOCATION     PIC X(04).
           05 TX-LEVEL        PIC 9(02).
           05 TX-EMPLOYEE-ID  PIC X(06).
           05 TX-LAST-NAME    PIC X(10).
           05 TX-FIRST-NAME   PIC X(10).
           05 TX-DIAL         PIC X(20).
           05 TX-CALLER-ID    PIC X(06).
           05 TX-CALLER-DIAL  PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-PHONEDIR-STATUS PIC X(02) VALUE "00".
           88 WS-PHONEDIR-EOF VALUE "10".
       01 WS-USRMAST-STATUS  PIC X(02) VALUE "00".
           88 WS-USRMAST-EOF VALUE "10".
       01 WS-PARM-STATUS     PIC X(02) VALUE "00".
       01 WS-EXT-STATUS      PIC X(02) VALUE "00".
       01 WS-CORRID          PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME     PIC X(10) VALUE "COBOLPHCT".
       01 WS-RSW-NOW         PIC X(21) VALUE SPACES.
       01 WS-RSW-START       PIC X(14) VALUE SPACES.
       01 WS-RSW-END         PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT      PIC X(01).
       01 W01-LOCATION       PIC X(04) VALUE SPACES.
       01 W02-EMP-COUNT      PIC 9(04) VALUE 0.
      * One short of the table so a 9(04) subscript can step past the
      * last entry when a loop runs to W02-EMP-COUNT.
       01 W03-MAX-EMP        PIC 9(04) VALUE 9998.
       01 W04-TABLE-FULL     PIC X(01) VALUE "N".
           88 W04-IS-FULL VALUE "Y".
      * The directory in employee-id order, one entry per person.
      * EMP-USER is A when the person has an enabled account, D when
      * every account found for them is disabled, blank when none.
      * EMP-STATE: R in the tree, O orphan (manager missing or
      * disabled), U hanging below an orphan or a loop, C part of a
      * manager loop, X excluded (disabled themselves), W being
      * walked.
       01 W05-EMP-TABLE.
           05 W05-EMP OCCURS 9999 TIMES.
               10 EMP-ID         PIC X(06).
               10 EMP-LAST       PIC X(10).
               10 EMP-FIRST      PIC X(10).
               10 EMP-PHONE      PIC X(15).
               10 EMP-COUNTRY    PIC X(03).
               10 EMP-LOCATION   PIC X(04).
               10 EMP-MANAGER    PIC X(06).
               10 EMP-USER       PIC X(01).
               10 EMP-STATE      PIC X(01).
               10 EMP-REASON     PIC X(01).
               10 EMP-PARENT     PIC 9(04).
               10 EMP-DEPTH      PIC 9(02).
               10 EMP-ANCHOR     PIC 9(04).
               10 EMP-FIRST-KID  PIC 9(04).
               10 EMP-LAST-KID   PIC 9(04).
               10 EMP-NEXT-SIB   PIC 9(04).
       01 W06-SUB            PIC 9(04) VALUE 0.
       01 W07-SUB2           PIC 9(04) VALUE 0.
       01 W08-FIND-ID        PIC X(06) VALUE SPACES.
       01 W09-FOUND          PIC 9(04) VALUE 0.
       01 W10-LOW            PIC 9(04) VALUE 0.
       01 W11-HIGH           PIC 9(04) VALUE 0.
       01 W12-MID            PIC 9(04) VALUE 0.
       01 W13-PATH-COUNT     PIC 9(03) VALUE 0.
       01 W14-PATH-TABLE.
           05 W14-PATH OCCURS 200 TIMES PIC 9(04).
       01 W15-WALK           PIC 9(04) VALUE 0.
       01 W16-WALK-DONE      PIC X(01) VALUE "N".
           88 W16-IS-DONE VALUE "Y".
       01 W17-END-STATE      PIC X(01) VALUE SPACES.
       01 W18-END-DEPTH      PIC 9(02) VALUE 0.
       01 W19-END-ANCHOR     PIC 9(04) VALUE 0.
       01 W20-LOC-COUNT      PIC 9(03) VALUE 0.
       01 W21-LOC-TABLE.
           05 W21-LOC OCCURS 500 TIMES.
               10 W21-LOC-CODE    PIC X(04).
               10 W21-LOC-PEOPLE  PIC 9(05).
               10 W21-LOC-ROOTS   PIC 9(05).
       01 W22-LOC-SUB        PIC 9(03) VALUE 0.
       01 W23-STACK-COUNT    PIC 9(03) VALUE 0.
       01 W24-STACK-TABLE.
           05 W24-STACK OCCURS 200 TIMES PIC 9(04).
       01 W25-NODE           PIC 9(04) VALUE 0.
       01 W26-INDENT         PIC 9(03) VALUE 0.
       01 W27-DIAL           PIC X(20) VALUE SPACES.
       01 W28-PRINTED        PIC 9(05) VALUE 0.
       01 W29-EXCEPTIONS     PIC 9(05) VALUE 0.
       01 W30-EXTRACTED      PIC 9(07) VALUE 0.
       01 W31-REASON-TEXT    PIC X(30) VALUE SPACES.
       01 W32-ROOT-NOTE      PIC X(20) VALUE SPACES.
       01 W33-DEPTH-DSP      PIC Z9.
       01 W34-UNDER          PIC 9(05) VALUE 0.
       01 W35-MGR-SUB        PIC 9(04) VALUE 0.
       01 W36-E164           PIC X(20) VALUE SPACES.
       01 W37-DIAL-NAT       PIC X(15) VALUE SPACES.
       01 W38-NAT-LEN        PIC 9(02) VALUE 0.
       01 W39-MFT-DSN        PIC X(10) VALUE "CALLTREEM".
       01 W40-EXTRACT-DSN    PIC X(10) VALUE "CALLTREEX".
       01 W41-CHECKSUM       PIC 9(09) VALUE 0.
       01 W42-KEY-BYTES      PIC X(16) VALUE SPACES.
       01 W43-TRLM-RESULT    PIC X(01).
           88 W43-MFT-WRITTEN VALUE "Y".
       01 W44-PERSON-TEXT    PIC X(72) VALUE SPACES.
       01 W60-RPT-FN         PIC X(01) VALUE "O".
       01 W61-RPT-DSN        PIC X(10) VALUE "CALLTREE".
       01 W62-RPT-TITLE      PIC X(60)
           VALUE "ARBOL DE LLAMADAS DE EMERGENCIA POR SEDE".
       01 W63-RPT-LINE       PIC X(132) VALUE SPACES.

      * Emergency call tree.  Built each run from PHONEDIR: in each
      * location every manager calls their direct reports at that
      * location, down to the last level.  The people a location's
      * tree starts from are those with no manager, or whose manager
      * works at another location (that manager calls them from their
      * own tree).  Nobody whose accounts are all disabled in USRMAST
      * is put in the tree.  Anyone the tree cannot reach is listed as
      * an exception with the reason: manager not in the directory,
      * manager disabled, a loop in the manager chain, or hanging
      * below one of those.  People with no number stay in the tree
      * (their manager still has to reach them) and are also listed.
      * CTREEPARM names one location, blank builds all of them.  The
      * CALLTREEX extract for the mass-notification service carries
      * each person with the number to dial and who calls them, with
      * the usual manifest in CALLTREEM.  RC 4 when there are
      * exceptions, 8 when the directory does not fit the table or
      * the manifest is not written and signed.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.

           PERFORM LOAD-PARAM.
           PERFORM LOAD-DIRECTORY THRU LOAD-DIRECTORY-EXIT.
           IF W04-IS-FULL
               DISPLAY "PHONEDIR excede " W03-MAX-EMP
                   " empleados; arbol no generado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ACCOUNTS THRU LOAD-ACCOUNTS-EXIT.
           PERFORM LINK-MANAGERS.
           PERFORM VARYING W06-SUB FROM 1 BY 1
                   UNTIL W06-SUB > W02-EMP-COUNT
               IF EMP-STATE(W06-SUB) = SPACE
                   PERFORM RESOLVE-ONE THRU RESOLVE-ONE-EXIT
               END-IF
           END-PERFORM.
           PERFORM LINK-CHILDREN.

           MOVE "O" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           OPEN OUTPUT TREE-EXTRACT.

           PERFORM VARYING W22-LOC-SUB FROM 1 BY 1
                   UNTIL W22-LOC-SUB > W20-LOC-COUNT
               PERFORM PRINT-LOCATION
           END-PERFORM.

           CLOSE TREE-EXTRACT.
           CALL "COBOLTRLM" USING W39-MFT-DSN, W30-EXTRACTED,
                                   W41-CHECKSUM, W43-TRLM-RESULT,
                                   W40-EXTRACT-DSN.
           IF NOT W43-MFT-WRITTEN
               DISPLAY "Manifiesto CALLTREEM sin escribir o sin firma: "
                   W43-TRLM-RESULT
               MOVE SPACES TO W63-RPT-LINE
               STRING "MANIFIESTO CALLTREEM SIN ESCRIBIR O SIN FIRMA; "
                   "CALLTREEX NO UTILIZABLE"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               MOVE "D" TO W60-RPT-FN
               CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                   W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PRINT-EXCEPTIONS.

           MOVE SPACES TO W63-RPT-LINE.
           STRING "EMPLEADOS EN EL ARBOL " W28-PRINTED
               "  EXCEPCIONES " W29-EXCEPTIONS
               "  SEDES " W20-LOC-COUNT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "C" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.

           IF W29-EXCEPTIONS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "EN-ARBOL" TO WS-RSW-CTR-NAME(1).
           MOVE W28-PRINTED TO WS-RSW-CTR-VALUE(1).
           MOVE "EXCEPCIONES" TO WS-RSW-CTR-NAME(2).
           MOVE W29-EXCEPTIONS TO WS-RSW-CTR-VALUE(2).
           MOVE "EXTRAIDOS" TO WS-RSW-CTR-NAME(3).
           MOVE W30-EXTRACTED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Empleados en el arbol: " W28-PRINTED.
           DISPLAY "Excepciones: " W29-EXCEPTIONS.

           GOBACK.

       LOAD-PARAM.
           MOVE SPACES TO W01-LOCATION.
           OPEN INPUT TREE-PARAM.
           IF WS-PARM-STATUS = "00"
               READ TREE-PARAM
                   AT END CONTINUE
                   NOT AT END MOVE TP-LOCATION TO W01-LOCATION
               END-READ
               CLOSE TREE-PARAM
           END-IF.

      * The whole directory is loaded even when one location is
      * asked for: a manager at another location still decides
      * whether someone starts this location's tree or is an orphan.
       LOAD-DIRECTORY.
           MOVE 0 TO W02-EMP-COUNT.
           OPEN INPUT PHONE-DIRECTORY.
           IF WS-PHONEDIR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PHONEDIR: " WS-PHONEDIR-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-DIRECTORY-EXIT
           END-IF.
           READ PHONE-DIRECTORY NEXT RECORD
               AT END SET WS-PHONEDIR-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-PHONEDIR-EOF OR W04-IS-FULL
               IF W02-EMP-COUNT >= W03-MAX-EMP
                   MOVE "Y" TO W04-TABLE-FULL
               ELSE
                   ADD 1 TO W02-EMP-COUNT
                   MOVE W02-EMP-COUNT TO W06-SUB
                   MOVE PD-EMPLOYEE-ID  TO EMP-ID(W06-SUB)
                   MOVE PD-LAST-NAME    TO EMP-LAST(W06-SUB)
                   MOVE PD-FIRST-NAME   TO EMP-FIRST(W06-SUB)
                   MOVE PD-PHONE-NUMBER TO EMP-PHONE(W06-SUB)
                   MOVE PD-COUNTRY-CODE TO EMP-COUNTRY(W06-SUB)
                   MOVE PD-LOCATION     TO EMP-LOCATION(W06-SUB)
                   MOVE PD-MANAGER-ID   TO EMP-MANAGER(W06-SUB)
                   MOVE SPACE TO EMP-USER(W06-SUB)
                   MOVE SPACE TO EMP-STATE(W06-SUB)
                   MOVE SPACE TO EMP-REASON(W06-SUB)
                   MOVE 0 TO EMP-PARENT(W06-SUB)
                   MOVE 0 TO EMP-DEPTH(W06-SUB)
                   MOVE 0 TO EMP-ANCHOR(W06-SUB)
                   MOVE 0 TO EMP-FIRST-KID(W06-SUB)
                   MOVE 0 TO EMP-LAST-KID(W06-SUB)
                   MOVE 0 TO EMP-NEXT-SIB(W06-SUB)
                   PERFORM NOTE-LOCATION THRU NOTE-LOCATION-EXIT
                   READ PHONE-DIRECTORY NEXT RECORD
                       AT END SET WS-PHONEDIR-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PHONE-DIRECTORY.
       LOAD-DIRECTORY-EXIT.
           EXIT.

       NOTE-LOCATION.
           IF W01-LOCATION NOT = SPACES
               AND PD-LOCATION NOT = W01-LOCATION
               GO TO NOTE-LOCATION-EXIT
           END-IF.
           MOVE 0 TO W09-FOUND.
           PERFORM VARYING W22-LOC-SUB FROM 1 BY 1
                   UNTIL W22-LOC-SUB > W20-LOC-COUNT
               IF W21-LOC-CODE(W22-LOC-SUB) = PD-LOCATION
                   MOVE W22-LOC-SUB TO W09-FOUND
               END-IF
           END-PERFORM.
           IF W09-FOUND = 0 AND W20-LOC-COUNT < 500
               ADD 1 TO W20-LOC-COUNT
               MOVE PD-LOCATION TO W21-LOC-CODE(W20-LOC-COUNT)
               MOVE 0 TO W21-LOC-PEOPLE(W20-LOC-COUNT)
               MOVE 0 TO W21-LOC-ROOTS(W20-LOC-COUNT)
           END-IF.
       NOTE-LOCATION-EXIT.
           EXIT.

      * Accounts are matched to the directory on the first six
      * characters of USR-EMPLOYEE-ID, as COBOLNQWS resolves phones.
      * One enabled account is enough to count as active.
       LOAD-ACCOUNTS.
           OPEN INPUT USER-MASTER.
           IF WS-USRMAST-STATUS NOT = "00"
               DISPLAY "USRMAST no disponible: " WS-USRMAST-STATUS
                   "; no se excluye a nadie por cuenta deshabilitada"
               GO TO LOAD-ACCOUNTS-EXIT
           END-IF.
           READ USER-MASTER NEXT RECORD
               AT END SET WS-USRMAST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-USRMAST-EOF
               IF USR-EMPLOYEE-ID NOT = SPACES
                   AND USR-EMPLOYEE-ID(7:4) = SPACES
                   AND NOT USR-IS-SERVICE
                   MOVE USR-EMPLOYEE-ID(1:6) TO W08-FIND-ID
                   PERFORM FIND-EMPLOYEE
                   IF W09-FOUND > 0
                       IF USR-IS-DISABLED
                           IF EMP-USER(W09-FOUND) NOT = "A"
                               MOVE "D" TO EMP-USER(W09-FOUND)
                           END-IF
                       ELSE
                           MOVE "A" TO EMP-USER(W09-FOUND)
                       END-IF
                   END-IF
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END SET WS-USRMAST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE USER-MASTER.
       LOAD-ACCOUNTS-EXIT.
           EXIT.

      * Binary search of the id-ordered table; W09-FOUND is 0 when
      * the id is not in the directory.
       FIND-EMPLOYEE.
           MOVE 0 TO W09-FOUND.
           MOVE 1 TO W10-LOW.
           MOVE W02-EMP-COUNT TO W11-HIGH.
           PERFORM UNTIL W10-LOW > W11-HIGH OR W09-FOUND > 0
               COMPUTE W12-MID = (W10-LOW + W11-HIGH) / 2
               EVALUATE TRUE
                   WHEN EMP-ID(W12-MID) = W08-FIND-ID
                       MOVE W12-MID TO W09-FOUND
                   WHEN EMP-ID(W12-MID) < W08-FIND-ID
                       COMPUTE W10-LOW = W12-MID + 1
                   WHEN OTHER
                       IF W12-MID = 1
                           MOVE 0 TO W11-HIGH
                       ELSE
                           COMPUTE W11-HIGH = W12-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * First classification.  Reason codes: X disabled themselves,
      * M manager not in the directory, D manager disabled, L loop,
      * B below an orphan or a loop.  A parent is only set when the
      * manager is active and at the same location.
       LINK-MANAGERS.
           PERFORM VARYING W06-SUB FROM 1 BY 1
                   UNTIL W06-SUB > W02-EMP-COUNT
               EVALUATE TRUE
                   WHEN EMP-USER(W06-SUB) = "D"
                       MOVE "X" TO EMP-STATE(W06-SUB)
                       MOVE "X" TO EMP-REASON(W06-SUB)
                   WHEN EMP-MANAGER(W06-SUB) = SPACES
                       MOVE "R" TO EMP-STATE(W06-SUB)
                       MOVE 0 TO EMP-DEPTH(W06-SUB)
                   WHEN EMP-MANAGER(W06-SUB) = EMP-ID(W06-SUB)
                       MOVE "C" TO EMP-STATE(W06-SUB)
                       MOVE "L" TO EMP-REASON(W06-SUB)
                   WHEN OTHER
                       MOVE EMP-MANAGER(W06-SUB) TO W08-FIND-ID
                       PERFORM FIND-EMPLOYEE
                       EVALUATE TRUE
                           WHEN W09-FOUND = 0
                               MOVE "O" TO EMP-STATE(W06-SUB)
                               MOVE "M" TO EMP-REASON(W06-SUB)
                           WHEN EMP-USER(W09-FOUND) = "D"
                               MOVE "O" TO EMP-STATE(W06-SUB)
                               MOVE "D" TO EMP-REASON(W06-SUB)
                           WHEN EMP-LOCATION(W09-FOUND) NOT =
                                EMP-LOCATION(W06-SUB)
                               MOVE "R" TO EMP-STATE(W06-SUB)
                               MOVE 0 TO EMP-DEPTH(W06-SUB)
                           WHEN OTHER
                               MOVE W09-FOUND TO EMP-PARENT(W06-SUB)
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM.

      * Walks up from one unresolved person until the chain reaches
      * someone already placed, then places everybody on the way.
      * Meeting a person already on the walk means a loop.
       RESOLVE-ONE.
           MOVE 0 TO W13-PATH-COUNT.
           MOVE W06-SUB TO W15-WALK.
           MOVE "N" TO W16-WALK-DONE.
           PERFORM UNTIL W16-IS-DONE
               EVALUATE EMP-STATE(W15-WALK)
                   WHEN "R"
                       MOVE "R" TO W17-END-STATE
                       MOVE EMP-DEPTH(W15-WALK) TO W18-END-DEPTH
                       MOVE 0 TO W19-END-ANCHOR
                       MOVE "Y" TO W16-WALK-DONE
                   WHEN "O"
                   WHEN "C"
                       MOVE "U" TO W17-END-STATE
                       MOVE W15-WALK TO W19-END-ANCHOR
                       MOVE "Y" TO W16-WALK-DONE
                   WHEN "U"
                       MOVE "U" TO W17-END-STATE
                       MOVE EMP-ANCHOR(W15-WALK) TO W19-END-ANCHOR
                       MOVE "Y" TO W16-WALK-DONE
                   WHEN "W"
                       MOVE "L" TO W17-END-STATE
                       MOVE W15-WALK TO W19-END-ANCHOR
                       MOVE "Y" TO W16-WALK-DONE
                   WHEN OTHER
                       IF W13-PATH-COUNT >= 200
                           MOVE "L" TO W17-END-STATE
                           MOVE W15-WALK TO W19-END-ANCHOR
                           MOVE "Y" TO W16-WALK-DONE
                       ELSE
                           ADD 1 TO W13-PATH-COUNT
                           MOVE W15-WALK TO W14-PATH(W13-PATH-COUNT)
                           MOVE "W" TO EMP-STATE(W15-WALK)
                           MOVE EMP-PARENT(W15-WALK) TO W15-WALK
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM SETTLE-PATH.
       RESOLVE-ONE-EXIT.
           EXIT.

      * The path is settled from the top down so each person's depth
      * is one more than their manager's.  In a loop everybody from
      * the meeting point up is the loop itself; those who led into
      * it hang below it.
       SETTLE-PATH.
           PERFORM VARYING W07-SUB2 FROM W13-PATH-COUNT BY -1
                   UNTIL W07-SUB2 < 1
               MOVE W14-PATH(W07-SUB2) TO W25-NODE
               EVALUATE W17-END-STATE
                   WHEN "R"
                       MOVE "R" TO EMP-STATE(W25-NODE)
                       ADD 1 TO W18-END-DEPTH
                       IF W18-END-DEPTH > 99
                           MOVE 99 TO W18-END-DEPTH
                       END-IF
                       MOVE W18-END-DEPTH TO EMP-DEPTH(W25-NODE)
                   WHEN "U"
                       MOVE "U" TO EMP-STATE(W25-NODE)
                       MOVE "B" TO EMP-REASON(W25-NODE)
                       MOVE W19-END-ANCHOR TO EMP-ANCHOR(W25-NODE)
                   WHEN "L"
                       MOVE "C" TO EMP-STATE(W25-NODE)
                       MOVE "L" TO EMP-REASON(W25-NODE)
                       IF W25-NODE = W19-END-ANCHOR
                           MOVE "U" TO W17-END-STATE
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * Children are chained in directory order under their manager.
       LINK-CHILDREN.
           PERFORM VARYING W06-SUB FROM 1 BY 1
                   UNTIL W06-SUB > W02-EMP-COUNT
               IF EMP-STATE(W06-SUB) = "R"
                   AND EMP-PARENT(W06-SUB) > 0
                   MOVE EMP-PARENT(W06-SUB) TO W35-MGR-SUB
                   IF EMP-FIRST-KID(W35-MGR-SUB) = 0
                       MOVE W06-SUB TO EMP-FIRST-KID(W35-MGR-SUB)
                   ELSE
                       MOVE EMP-LAST-KID(W35-MGR-SUB) TO W07-SUB2
                       MOVE W06-SUB TO EMP-NEXT-SIB(W07-SUB2)
                   END-IF
                   MOVE W06-SUB TO EMP-LAST-KID(W35-MGR-SUB)
               END-IF
           END-PERFORM.

       PRINT-LOCATION.
           MOVE SPACES TO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           STRING "SEDE " W21-LOC-CODE(W22-LOC-SUB)
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "NIVEL EMPLEADO APELLIDO   NOMBRE     MARCAR"
               TO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           PERFORM VARYING W06-SUB FROM 1 BY 1
                   UNTIL W06-SUB > W02-EMP-COUNT
               IF EMP-STATE(W06-SUB) = "R"
                   AND EMP-PARENT(W06-SUB) = 0
                   AND EMP-LOCATION(W06-SUB) =
                       W21-LOC-CODE(W22-LOC-SUB)
                   ADD 1 TO W21-LOC-ROOTS(W22-LOC-SUB)
                   PERFORM PRINT-BRANCH
               END-IF
           END-PERFORM.
           IF W21-LOC-ROOTS(W22-LOC-SUB) = 0
               MOVE SPACES TO W63-RPT-LINE
               STRING "SEDE " W21-LOC-CODE(W22-LOC-SUB)
                   " SIN CABEZA DE ARBOL: VER EXCEPCIONES"
                   DELIMITED BY SIZE
                   INTO W63-RPT-LINE
               MOVE "D" TO W60-RPT-FN
               CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
                   W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE
           END-IF.

      * Depth-first from one head of the location, with an explicit
      * stack: each person printed pushes their next sibling, then
      * their first report, so reports follow their manager.
       PRINT-BRANCH.
           MOVE 1 TO W23-STACK-COUNT.
           MOVE W06-SUB TO W24-STACK(1).
           PERFORM UNTIL W23-STACK-COUNT = 0
               MOVE W24-STACK(W23-STACK-COUNT) TO W25-NODE
               SUBTRACT 1 FROM W23-STACK-COUNT
               PERFORM PRINT-PERSON
               IF W25-NODE NOT = W06-SUB
                   AND EMP-NEXT-SIB(W25-NODE) > 0
                   AND W23-STACK-COUNT < 200
                   ADD 1 TO W23-STACK-COUNT
                   MOVE EMP-NEXT-SIB(W25-NODE)
                       TO W24-STACK(W23-STACK-COUNT)
               END-IF
               IF EMP-FIRST-KID(W25-NODE) > 0
                   AND W23-STACK-COUNT < 200
                   ADD 1 TO W23-STACK-COUNT
                   MOVE EMP-FIRST-KID(W25-NODE)
                       TO W24-STACK(W23-STACK-COUNT)
               END-IF
           END-PERFORM.

       PRINT-PERSON.
           ADD 1 TO W28-PRINTED.
           ADD 1 TO W21-LOC-PEOPLE(W22-LOC-SUB).
           PERFORM FORMAT-DIAL.
           COMPUTE W26-INDENT = EMP-DEPTH(W25-NODE) * 2.
           IF W26-INDENT > 38
               MOVE 38 TO W26-INDENT
           END-IF.
           MOVE EMP-DEPTH(W25-NODE) TO W33-DEPTH-DSP.
           MOVE SPACES TO W32-ROOT-NOTE.
           IF EMP-PARENT(W25-NODE) = 0
               IF EMP-MANAGER(W25-NODE) = SPACES
                   MOVE "CABEZA DE SEDE" TO W32-ROOT-NOTE
               ELSE
                   STRING "LO LLAMA " EMP-MANAGER(W25-NODE)
                       DELIMITED BY SIZE
                       INTO W32-ROOT-NOTE
               END-IF
           END-IF.
           IF EMP-PHONE(W25-NODE) = SPACES
               MOVE "SIN NUMERO" TO W27-DIAL
           END-IF.
           MOVE SPACES TO W44-PERSON-TEXT.
           STRING EMP-ID(W25-NODE) " " EMP-LAST(W25-NODE) " "
               EMP-FIRST(W25-NODE) " " W27-DIAL " " W32-ROOT-NOTE
               DELIMITED BY SIZE
               INTO W44-PERSON-TEXT.
           MOVE SPACES TO W63-RPT-LINE.
           MOVE W33-DEPTH-DSP TO W63-RPT-LINE(2:2).
           MOVE W44-PERSON-TEXT TO W63-RPT-LINE(W26-INDENT + 7:72).
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           IF EMP-PHONE(W25-NODE) = SPACES
               ADD 1 TO W29-EXCEPTIONS
           END-IF.
           PERFORM WRITE-EXTRACT.

      * Printed numbers use the directory's dialling format; the
      * extract carries plain international digits for the service.
       FORMAT-DIAL.
           MOVE SPACES TO W27-DIAL.
           CALL "COBOLPHFM" USING EMP-COUNTRY(W25-NODE),
               EMP-PHONE(W25-NODE), W27-DIAL.

       FORMAT-E164.
           MOVE SPACES TO W36-E164.
           IF W37-DIAL-NAT NOT = SPACES
               STRING "+" DELIMITED BY SIZE
                   EMP-COUNTRY(W35-MGR-SUB) DELIMITED BY SPACE
                   W37-DIAL-NAT DELIMITED BY SPACE
                   INTO W36-E164
           END-IF.

       WRITE-EXTRACT.
           MOVE SPACES TO TREE-EXTRACT-RECORD.
           MOVE EMP-LOCATION(W25-NODE) TO TX-LOCATION.
           MOVE EMP-DEPTH(W25-NODE) TO TX-LEVEL.
           MOVE EMP-ID(W25-NODE) TO TX-EMPLOYEE-ID.
           MOVE EMP-LAST(W25-NODE) TO TX-LAST-NAME.
           MOVE EMP-FIRST(W25-NODE) TO TX-FIRST-NAME.
           MOVE W25-NODE TO W35-MGR-SUB.
           MOVE EMP-PHONE(W25-NODE) TO W37-DIAL-NAT.
           PERFORM FORMAT-E164.
           MOVE W36-E164 TO TX-DIAL.
           IF EMP-PARENT(W25-NODE) > 0
               MOVE EMP-PARENT(W25-NODE) TO W35-MGR-SUB
               MOVE EMP-ID(W35-MGR-SUB) TO TX-CALLER-ID
               MOVE EMP-PHONE(W35-MGR-SUB) TO W37-DIAL-NAT
               PERFORM FORMAT-E164
               MOVE W36-E164 TO TX-CALLER-DIAL
           ELSE
               IF EMP-MANAGER(W25-NODE) NOT = SPACES
                   MOVE EMP-MANAGER(W25-NODE) TO W08-FIND-ID
                   PERFORM FIND-EMPLOYEE
                   IF W09-FOUND > 0
                       MOVE W09-FOUND TO W35-MGR-SUB
                       MOVE EMP-ID(W35-MGR-SUB) TO TX-CALLER-ID
                       MOVE EMP-PHONE(W35-MGR-SUB) TO W37-DIAL-NAT
                       PERFORM FORMAT-E164
                       MOVE W36-E164 TO TX-CALLER-DIAL
                   END-IF
               END-IF
           END-IF.
           WRITE TREE-EXTRACT-RECORD.
           ADD 1 TO W30-EXTRACTED.
           MOVE SPACES TO W42-KEY-BYTES.
           MOVE TREE-EXTRACT-RECORD(1:16) TO W42-KEY-BYTES.
           CALL "COBOLTRLC" USING W42-KEY-BYTES, W41-CHECKSUM.

       PRINT-EXCEPTIONS.
           MOVE SPACES TO W63-RPT-LINE.
           MOVE "T" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "EXCEPCIONES: EMPLEADOS FUERA DEL ARBOL O SIN NUMERO"
               TO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           MOVE "SEDE EMPLEADO APELLIDO   NOMBRE     JEFE   MOTIVO"
               TO W63-RPT-LINE.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
           PERFORM VARYING W06-SUB FROM 1 BY 1
                   UNTIL W06-SUB > W02-EMP-COUNT
               IF W01-LOCATION = SPACES
                   OR EMP-LOCATION(W06-SUB) = W01-LOCATION
                   PERFORM PRINT-ONE-EXCEPTION
                       THRU PRINT-ONE-EXCEPTION-EXIT
               END-IF
           END-PERFORM.

       PRINT-ONE-EXCEPTION.
           MOVE SPACES TO W31-REASON-TEXT.
           EVALUATE TRUE
               WHEN EMP-STATE(W06-SUB) = "R"
                   IF EMP-PHONE(W06-SUB) = SPACES
                       MOVE "SIN NUMERO EN EL DIRECTORIO"
                           TO W31-REASON-TEXT
                   END-IF
               WHEN EMP-REASON(W06-SUB) = "X"
                   MOVE "DESHABILITADO, SIGUE EN DIRECT."
                       TO W31-REASON-TEXT
               WHEN EMP-REASON(W06-SUB) = "M"
                   MOVE "JEFE NO EXISTE EN EL DIRECTORIO"
                       TO W31-REASON-TEXT
               WHEN EMP-REASON(W06-SUB) = "D"
                   MOVE "JEFE DESHABILITADO EN USRMAST"
                       TO W31-REASON-TEXT
               WHEN EMP-REASON(W06-SUB) = "L"
                   MOVE "CICLO EN LA CADENA DE JEFES"
                       TO W31-REASON-TEXT
               WHEN EMP-REASON(W06-SUB) = "B"
                   MOVE EMP-ANCHOR(W06-SUB) TO W07-SUB2
                   STRING "CUELGA DE " EMP-ID(W07-SUB2)
                       " FUERA DEL ARBOL"
                       DELIMITED BY SIZE
                       INTO W31-REASON-TEXT
           END-EVALUATE.
           IF W31-REASON-TEXT = SPACES
               GO TO PRINT-ONE-EXCEPTION-EXIT
           END-IF.
           IF EMP-STATE(W06-SUB) NOT = "R"
               ADD 1 TO W29-EXCEPTIONS
           END-IF.
           MOVE SPACES TO W63-RPT-LINE.
           STRING EMP-LOCATION(W06-SUB) " " EMP-ID(W06-SUB) "   "
               EMP-LAST(W06-SUB) " " EMP-FIRST(W06-SUB) " "
               EMP-MANAGER(W06-SUB) " " W31-REASON-TEXT
               DELIMITED BY SIZE
               INTO W63-RPT-LINE.
           MOVE "D" TO W60-RPT-FN.
           CALL "COBOLRPTW" USING W60-RPT-FN, W61-RPT-DSN,
               W62-RPT-TITLE, WS-CORRID, W63-RPT-LINE.
       PRINT-ONE-EXCEPTION-EXIT.
           EXIT.
