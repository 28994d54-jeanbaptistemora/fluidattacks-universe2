       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSCOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-EVENTS ASSIGN TO "SECEVENT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SV-KEY
           FILE STATUS IS WS-EVENTS-STATUS.

           SELECT CORRELATION-RULES ASSIGN TO "SECRULES"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT CORRELATION-PARAM ASSIGN TO "SCORPARM"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT SECURITY-ALERTS ASSIGN TO "SECALERT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SECURITY-EVENTS.
       01 SECURITY-EVENT-RECORD.
           05 SV-KEY.
               10 SV-TIMESTAMP PIC X(14).
               10 SV-SEQ       PIC 9(04).
           05 SV-CORRID     PIC X(12).
           05 SV-EVENT-TYPE PIC X(08).
           05 SV-ACTOR      PIC X(16).
           05 SV-OBJECT     PIC X(30).
           05 SV-OUTCOME    PIC X(01).

       FD CORRELATION-RULES.
       01 CORRELATION-RULE-RECORD.
           05 CR-RULE-ID      PIC X(08).
           05 CR-KIND         PIC X(01).
               88 CR-THRESHOLD-RULE VALUE "T".
               88 CR-SEQUENCE-RULE  VALUE "S".
           05 CR-WINDOW-MIN   PIC 9(04).
           05 CR-THRESHOLD    PIC 9(02).
           05 CR-STEP OCCURS 3 TIMES.
               10 CR-STEP-TYPE    PIC X(08).
               10 CR-STEP-OUTCOME PIC X(01).
               10 CR-STEP-KEY     PIC X(01).
           05 CR-EXCEPTION-ID PIC X(07).
           05 CR-DESCRIPTION  PIC X(40).

       FD CORRELATION-PARAM.
       01 CORRELATION-PARAM-RECORD.
           02 CP-DATE PIC X(08).

       FD SECURITY-ALERTS.
       01 SECURITY-ALERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EVENTS-STATUS PIC X(02) VALUE "00".
           88 WS-EVENTS-EOF VALUE "10".
       01 WS-RULES-STATUS  PIC X(02) VALUE "00".
           88 WS-RULES-EOF  VALUE "10".
       01 WS-PARAM-STATUS  PIC X(02) VALUE "00".
       01 WS-ALERT-STATUS  PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE  PIC X(21).
       01 WS-CORRID        PIC X(12) VALUE SPACES.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLSCOR".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).

       01 W01-TARGET-DATE  PIC X(08) VALUE SPACES.
       01 W02-TODAY        PIC 9(08) VALUE 0.
       01 W03-DAY-INT      PIC 9(08) VALUE 0.
       01 W04-START-DATE   PIC X(08) VALUE SPACES.
       01 W05-MAX-WINDOW   PIC 9(04) VALUE 0.
       01 W06-TS           PIC X(14) VALUE SPACES.
       01 W07-SECS         PIC 9(11) VALUE 0.
       01 W08-TARGET-NUM   PIC 9(08) VALUE 0.

       01 W10-RULES.
           05 W10-RULE-COUNT  PIC 9(02) VALUE 0.
           05 W10-RULE OCCURS 20 TIMES.
               10 W10-RULE-ID     PIC X(08).
               10 W10-KIND        PIC X(01).
                   88 W10-THRESHOLD-RULE VALUE "T".
               10 W10-WINDOW-SECS PIC 9(07).
               10 W10-THRESHOLD   PIC 9(02).
               10 W10-STEPS       PIC 9(01).
               10 W10-STEP OCCURS 3 TIMES.
                   15 W10-STEP-TYPE    PIC X(08).
                   15 W10-STEP-OUTCOME PIC X(01).
                   15 W10-STEP-KEY     PIC X(01).
               10 W10-EXCEPTION-ID PIC X(07).
               10 W10-DESCRIPTION  PIC X(40).
       01 W11-R             PIC 9(02) VALUE 0.
       01 W12-S             PIC 9(01) VALUE 0.

       01 W20-EVENTS.
           05 W20-EVENT-COUNT PIC 9(05) VALUE 0.
           05 W20-EVENT OCCURS 5001 TIMES.
               10 W20-EV-KEY     PIC X(18).
               10 W20-EV-SECS    PIC 9(11).
               10 W20-EV-CORRID  PIC X(12).
               10 W20-EV-TYPE    PIC X(08).
               10 W20-EV-ACTOR   PIC X(16).
               10 W20-EV-OBJECT  PIC X(30).
               10 W20-EV-OUTCOME PIC X(01).
       01 W21-I             PIC 9(05) VALUE 0.
       01 W22-J             PIC 9(05) VALUE 0.
       01 W23-TABLE-FULL-SW PIC X(01) VALUE "N".
           88 W23-TABLE-FULL VALUE "Y".
       01 W24-WANTED-SW     PIC X(01) VALUE "N".
           88 W24-WANTED     VALUE "Y".

      * Candidate incident being assembled for one rule.
       01 W30-ENTITY        PIC X(16) VALUE SPACES.
       01 W31-EV-ENTITY     PIC X(16) VALUE SPACES.
       01 W32-MEMBERS.
           05 W32-MEMBER-COUNT PIC 9(02) VALUE 0.
           05 W32-MEMBER PIC 9(05) OCCURS 20 TIMES.
       01 W33-M             PIC 9(02) VALUE 0.
       01 W34-MATCH-SW      PIC X(01) VALUE "N".
           88 W34-MATCHES    VALUE "Y".
       01 W35-FOUND-SW      PIC X(01) VALUE "N".
           88 W35-FOUND      VALUE "Y".
       01 W36-LAST          PIC 9(05) VALUE 0.
       01 W37-CHECK-EV      PIC 9(05) VALUE 0.
       01 W38-CHECK-STEP    PIC 9(01) VALUE 0.

       01 W40-ALERTED.
           05 W40-ALERTED-COUNT PIC 9(03) VALUE 0.
           05 W40-ALERT OCCURS 500 TIMES.
               10 W40-AL-RULE   PIC 9(02).
               10 W40-AL-ENTITY PIC X(16).
       01 W41-A             PIC 9(03) VALUE 0.
       01 W42-DONE-SW       PIC X(01) VALUE "N".
           88 W42-ALREADY-ALERTED VALUE "Y".

       01 W50-LOADED        PIC 9(07) VALUE 0.
       01 W51-INCIDENTS     PIC 9(07) VALUE 0.
       01 W52-RULES-LOADED  PIC 9(07) VALUE 0.
       01 W53-EXCEPTION-DSP  PIC X(07) VALUE SPACES.

       01 W60-EXCEPTION-ID  PIC X(07) VALUE "SCR0001".
       01 W61-VALID-RESP    PIC X(06) VALUE "C     ".
       01 W62-PGM-IN-ERROR.
           05 W62-PGM-NAME  PIC X(10) VALUE "COBOLSCOR".
           05 W62-LIB-NAME  PIC X(10) VALUE "*LIBL".
       01 W63-SYS-EXCEPTION PIC X(07) VALUE SPACES.
       01 W64-MSG-LENGTH    PIC S9(09) BINARY VALUE 1.
       01 W65-SYS-OPTION    PIC X(01) VALUE SPACE.
       01 W66-MSG-TEXT      PIC X(01) VALUE SPACE.
       01 W67-MODULE-NAME   PIC X(10) VALUE SPACES.
       01 W68-PGM-NAME      PIC X(256) VALUE SPACES.
       01 W69-BATCH-MODE    PIC X(01) VALUE "Y".

      * Correlation over SECEVENT.  SECRULES describes what to look
      * for: a threshold rule ("T") fires when one actor or object
      * shows up in CR-THRESHOLD events of the first step inside the
      * window; a sequence rule ("S") fires when the steps happen in
      * order for the same actor or object inside the window, the
      * window counted from the first step.  Each step names the
      * event type, the outcome (blank for any) and whether the
      * events are tied through the actor ("A") or the first sixteen
      * bytes of the object ("O"), since a lockout is the user's own
      * event but the reset and the role grant that follow are done
      * to the user by someone else.  The day checked is SCORPARM's
      * date or yesterday; events from far enough before it to cover
      * the widest window are read too, but only incidents completed
      * on that day are raised, so each is raised once.  An incident
      * fires at most once per rule and actor or object in a run.
      * Every incident goes to SECALERT with the events behind it and
      * is raised through ERRHDL2 under the rule's exception ID, so
      * ERRSEVMAP gives it its severity and the usual alerting on
      * the LOGGER takes it from there.  Ends 04 when incidents were
      * found or events did not fit, 08 when SECEVENT or SECRULES
      * cannot be read.
       PROCEDURE DIVISION.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           MOVE "00" TO WS-PARAM-STATUS.
           OPEN INPUT CORRELATION-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ CORRELATION-PARAM
                   AT END MOVE SPACES TO CORRELATION-PARAM-RECORD
               END-READ
               CLOSE CORRELATION-PARAM
               MOVE CP-DATE TO W01-TARGET-DATE
           END-IF.
           IF W01-TARGET-DATE = SPACES
               MOVE WS-CURRENT-DATE(1:8) TO W02-TODAY
               COMPUTE W03-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(W02-TODAY) - 1
               MOVE FUNCTION DATE-OF-INTEGER(W03-DAY-INT)
                   TO W01-TARGET-DATE
           END-IF.

           PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
           IF W10-RULE-COUNT = 0
               DISPLAY "SECRULES vacio o no disponible: "
                   WS-RULES-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SECURITY-EVENTS.
           IF WS-EVENTS-STATUS NOT = "00"
               DISPLAY "SECEVENT no disponible: " WS-EVENTS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EVENTS.
           CLOSE SECURITY-EVENTS.

           OPEN OUTPUT SECURITY-ALERTS.
           MOVE SPACES TO SECURITY-ALERT-RECORD.
           STRING "CORRELACION DE EVENTOS DE SEGURIDAD DEL "
               W01-TARGET-DATE " CORRIDA " WS-CORRID
               DELIMITED BY SIZE
               INTO SECURITY-ALERT-RECORD.
           WRITE SECURITY-ALERT-RECORD.

           PERFORM VARYING W11-R FROM 1 BY 1
                   UNTIL W11-R > W10-RULE-COUNT
               PERFORM VARYING W21-I FROM 1 BY 1
                       UNTIL W21-I > W20-EVENT-COUNT
                   PERFORM TRY-INCIDENT THRU TRY-INCIDENT-EXIT
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO SECURITY-ALERT-RECORD.
           STRING "REGLAS " W52-RULES-LOADED
               " EVENTOS LEIDOS " W50-LOADED
               " INCIDENTES " W51-INCIDENTS
               DELIMITED BY SIZE
               INTO SECURITY-ALERT-RECORD.
           WRITE SECURITY-ALERT-RECORD.
           IF W23-TABLE-FULL
               MOVE "** MAS DE 5000 EVENTOS CANDIDATOS, EL RESTO NO SE"
                   & " CORRELACIONO" TO SECURITY-ALERT-RECORD
               WRITE SECURITY-ALERT-RECORD
           END-IF.
           CLOSE SECURITY-ALERTS.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REGLAS" TO WS-RSW-CTR-NAME(1).
           MOVE W52-RULES-LOADED TO WS-RSW-CTR-VALUE(1).
           MOVE "EVENTOS" TO WS-RSW-CTR-NAME(2).
           MOVE W50-LOADED TO WS-RSW-CTR-VALUE(2).
           MOVE "INCIDENTES" TO WS-RSW-CTR-NAME(3).
           MOVE W51-INCIDENTS TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.

           DISPLAY "Incidentes " W01-TARGET-DATE ": " W51-INCIDENTS.
           IF W51-INCIDENTS > 0 OR W23-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A rule without a first step, or a threshold rule with a
      * threshold under two, could never mean anything and is left
      * out with a message.
       LOAD-RULES.
           MOVE 0 TO W10-RULE-COUNT.
           OPEN INPUT CORRELATION-RULES.
           IF WS-RULES-STATUS NOT = "00"
               GO TO LOAD-RULES-EXIT
           END-IF.
           READ CORRELATION-RULES
               AT END SET WS-RULES-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-RULES-EOF
               EVALUATE TRUE
                   WHEN CR-STEP-TYPE(1) = SPACES
                       OR NOT (CR-THRESHOLD-RULE OR CR-SEQUENCE-RULE)
                       OR (CR-THRESHOLD-RULE AND CR-THRESHOLD < 2)
                       DISPLAY "Regla no valida, ignorada: "
                           CR-RULE-ID
                   WHEN W10-RULE-COUNT >= 20
                       DISPLAY "Mas de 20 reglas, ignorada: "
                           CR-RULE-ID
                   WHEN OTHER
                       PERFORM STORE-RULE
               END-EVALUATE
               READ CORRELATION-RULES
                   AT END SET WS-RULES-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CORRELATION-RULES.
       LOAD-RULES-EXIT.
           EXIT.

       STORE-RULE.
           ADD 1 TO W10-RULE-COUNT.
           ADD 1 TO W52-RULES-LOADED.
           MOVE CR-RULE-ID TO W10-RULE-ID(W10-RULE-COUNT).
           MOVE CR-KIND TO W10-KIND(W10-RULE-COUNT).
           COMPUTE W10-WINDOW-SECS(W10-RULE-COUNT) =
               CR-WINDOW-MIN * 60.
           MOVE CR-THRESHOLD TO W10-THRESHOLD(W10-RULE-COUNT).
           IF CR-THRESHOLD > 20
               MOVE 20 TO W10-THRESHOLD(W10-RULE-COUNT)
           END-IF.
           MOVE 0 TO W10-STEPS(W10-RULE-COUNT).
           PERFORM VARYING W12-S FROM 1 BY 1 UNTIL W12-S > 3
               MOVE CR-STEP-TYPE(W12-S)
                   TO W10-STEP-TYPE(W10-RULE-COUNT, W12-S)
               MOVE CR-STEP-OUTCOME(W12-S)
                   TO W10-STEP-OUTCOME(W10-RULE-COUNT, W12-S)
               MOVE CR-STEP-KEY(W12-S)
                   TO W10-STEP-KEY(W10-RULE-COUNT, W12-S)
               IF CR-STEP-TYPE(W12-S) NOT = SPACES
                   MOVE W12-S TO W10-STEPS(W10-RULE-COUNT)
               END-IF
           END-PERFORM.
           IF CR-THRESHOLD-RULE
               MOVE 1 TO W10-STEPS(W10-RULE-COUNT)
           END-IF.
           MOVE CR-EXCEPTION-ID TO W10-EXCEPTION-ID(W10-RULE-COUNT).
           MOVE CR-DESCRIPTION TO W10-DESCRIPTION(W10-RULE-COUNT).
           IF CR-WINDOW-MIN > W05-MAX-WINDOW
               MOVE CR-WINDOW-MIN TO W05-MAX-WINDOW
           END-IF.

      * Only events some rule step could use are kept, from the
      * start of the day the widest window reaches back to.
       LOAD-EVENTS.
           MOVE W01-TARGET-DATE TO W08-TARGET-NUM.
           COMPUTE W03-DAY-INT =
               FUNCTION INTEGER-OF-DATE(W08-TARGET-NUM)
               - (W05-MAX-WINDOW + 1439) / 1440.
           MOVE FUNCTION DATE-OF-INTEGER(W03-DAY-INT)
               TO W04-START-DATE.
           MOVE 0 TO W20-EVENT-COUNT.
           MOVE SPACES TO SV-KEY.
           MOVE W04-START-DATE TO SV-TIMESTAMP(1:8).
           START SECURITY-EVENTS KEY IS NOT LESS THAN SV-KEY
               INVALID KEY SET WS-EVENTS-EOF TO TRUE
           END-START.
           IF NOT WS-EVENTS-EOF
               READ SECURITY-EVENTS NEXT RECORD
                   AT END SET WS-EVENTS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-EVENTS-EOF
               OR SV-TIMESTAMP(1:8) > W01-TARGET-DATE
               PERFORM CHECK-WANTED-TYPE
               IF W24-WANTED
                   IF W20-EVENT-COUNT < 5000
                       PERFORM STORE-EVENT
                   ELSE
                       MOVE "Y" TO W23-TABLE-FULL-SW
                   END-IF
               END-IF
               READ SECURITY-EVENTS NEXT RECORD
                   AT END SET WS-EVENTS-EOF TO TRUE
               END-READ
           END-PERFORM.

       CHECK-WANTED-TYPE.
           MOVE "N" TO W24-WANTED-SW.
           PERFORM VARYING W11-R FROM 1 BY 1
                   UNTIL W11-R > W10-RULE-COUNT OR W24-WANTED
               PERFORM VARYING W12-S FROM 1 BY 1
                       UNTIL W12-S > W10-STEPS(W11-R)
                   IF W10-STEP-TYPE(W11-R, W12-S) = SV-EVENT-TYPE
                       MOVE "Y" TO W24-WANTED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       STORE-EVENT.
           ADD 1 TO W20-EVENT-COUNT.
           ADD 1 TO W50-LOADED.
           MOVE SV-KEY        TO W20-EV-KEY(W20-EVENT-COUNT).
           MOVE SV-CORRID     TO W20-EV-CORRID(W20-EVENT-COUNT).
           MOVE SV-EVENT-TYPE TO W20-EV-TYPE(W20-EVENT-COUNT).
           MOVE SV-ACTOR      TO W20-EV-ACTOR(W20-EVENT-COUNT).
           MOVE SV-OBJECT     TO W20-EV-OBJECT(W20-EVENT-COUNT).
           MOVE SV-OUTCOME    TO W20-EV-OUTCOME(W20-EVENT-COUNT).
           MOVE SV-TIMESTAMP  TO W06-TS.
           PERFORM TIMESTAMP-TO-SECS.
           MOVE W07-SECS TO W20-EV-SECS(W20-EVENT-COUNT).

       TIMESTAMP-TO-SECS.
           COMPUTE W07-SECS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W06-TS(1:8)))
                   * 86400
               + FUNCTION NUMVAL(W06-TS(9:2)) * 3600
               + FUNCTION NUMVAL(W06-TS(11:2)) * 60
               + FUNCTION NUMVAL(W06-TS(13:2)).

      * Event W21-I is tried as the first step of rule W11-R.
       TRY-INCIDENT.
           MOVE W21-I TO W37-CHECK-EV.
           MOVE 1 TO W38-CHECK-STEP.
           PERFORM MATCH-STEP.
           IF NOT W34-MATCHES
               GO TO TRY-INCIDENT-EXIT
           END-IF.
           MOVE W31-EV-ENTITY TO W30-ENTITY.
           PERFORM CHECK-ALREADY-ALERTED.
           IF W42-ALREADY-ALERTED
               GO TO TRY-INCIDENT-EXIT
           END-IF.
           MOVE 1 TO W32-MEMBER-COUNT.
           MOVE W21-I TO W32-MEMBER(1).

           IF W10-THRESHOLD-RULE(W11-R)
               PERFORM VARYING W22-J FROM W21-I BY 1
                       UNTIL W22-J >= W20-EVENT-COUNT
                       OR W32-MEMBER-COUNT >= W10-THRESHOLD(W11-R)
                       OR W20-EV-SECS(W22-J + 1) - W20-EV-SECS(W21-I)
                          > W10-WINDOW-SECS(W11-R)
                   MOVE W22-J TO W37-CHECK-EV
                   ADD 1 TO W37-CHECK-EV
                   PERFORM MATCH-STEP
                   IF W34-MATCHES AND W31-EV-ENTITY = W30-ENTITY
                       ADD 1 TO W32-MEMBER-COUNT
                       MOVE W37-CHECK-EV
                           TO W32-MEMBER(W32-MEMBER-COUNT)
                   END-IF
               END-PERFORM
               IF W32-MEMBER-COUNT < W10-THRESHOLD(W11-R)
                   GO TO TRY-INCIDENT-EXIT
               END-IF
           ELSE
               MOVE W21-I TO W36-LAST
               PERFORM VARYING W38-CHECK-STEP FROM 2 BY 1
                       UNTIL W38-CHECK-STEP > W10-STEPS(W11-R)
                       OR W32-MEMBER-COUNT < W38-CHECK-STEP - 1
                   PERFORM FIND-NEXT-STEP
               END-PERFORM
               IF W32-MEMBER-COUNT < W10-STEPS(W11-R)
                   GO TO TRY-INCIDENT-EXIT
               END-IF
           END-IF.

      * Raised on the day its last event happened, not before.
           MOVE W32-MEMBER(W32-MEMBER-COUNT) TO W37-CHECK-EV.
           IF W20-EV-KEY(W37-CHECK-EV)(1:8) NOT = W01-TARGET-DATE
               GO TO TRY-INCIDENT-EXIT
           END-IF.
           PERFORM RAISE-INCIDENT.
       TRY-INCIDENT-EXIT.
           EXIT.

      * The next event after W36-LAST for step W38-CHECK-STEP, same
      * actor or object, still inside the window from the first.
       FIND-NEXT-STEP.
           MOVE "N" TO W35-FOUND-SW.
           PERFORM VARYING W22-J FROM W36-LAST BY 1
                   UNTIL W22-J >= W20-EVENT-COUNT OR W35-FOUND
                   OR W20-EV-SECS(W22-J + 1) - W20-EV-SECS(W21-I)
                      > W10-WINDOW-SECS(W11-R)
               MOVE W22-J TO W37-CHECK-EV
               ADD 1 TO W37-CHECK-EV
               PERFORM MATCH-STEP
               IF W34-MATCHES AND W31-EV-ENTITY = W30-ENTITY
                   MOVE "Y" TO W35-FOUND-SW
                   ADD 1 TO W32-MEMBER-COUNT
                   MOVE W37-CHECK-EV TO W32-MEMBER(W32-MEMBER-COUNT)
                   MOVE W37-CHECK-EV TO W36-LAST
               END-IF
           END-PERFORM.

      * Does event W37-CHECK-EV fit step W38-CHECK-STEP of rule
      * W11-R; W31-EV-ENTITY is what it is tied through.
       MATCH-STEP.
           MOVE "N" TO W34-MATCH-SW.
           IF W20-EV-TYPE(W37-CHECK-EV) =
                   W10-STEP-TYPE(W11-R, W38-CHECK-STEP)
               AND (W10-STEP-OUTCOME(W11-R, W38-CHECK-STEP) = SPACE
                   OR W10-STEP-OUTCOME(W11-R, W38-CHECK-STEP) =
                      W20-EV-OUTCOME(W37-CHECK-EV))
               MOVE "Y" TO W34-MATCH-SW
           END-IF.
           IF W10-STEP-KEY(W11-R, W38-CHECK-STEP) = "O"
               MOVE W20-EV-OBJECT(W37-CHECK-EV)(1:16) TO W31-EV-ENTITY
           ELSE
               MOVE W20-EV-ACTOR(W37-CHECK-EV) TO W31-EV-ENTITY
           END-IF.

       CHECK-ALREADY-ALERTED.
           MOVE "N" TO W42-DONE-SW.
           PERFORM VARYING W41-A FROM 1 BY 1
                   UNTIL W41-A > W40-ALERTED-COUNT
                   OR W42-ALREADY-ALERTED
               IF W40-AL-RULE(W41-A) = W11-R
                   AND W40-AL-ENTITY(W41-A) = W30-ENTITY
                   MOVE "Y" TO W42-DONE-SW
               END-IF
           END-PERFORM.

       RAISE-INCIDENT.
           ADD 1 TO W51-INCIDENTS.
           IF W40-ALERTED-COUNT < 500
               ADD 1 TO W40-ALERTED-COUNT
               MOVE W11-R TO W40-AL-RULE(W40-ALERTED-COUNT)
               MOVE W30-ENTITY TO W40-AL-ENTITY(W40-ALERTED-COUNT)
           END-IF.

           MOVE SPACES TO SECURITY-ALERT-RECORD.
           WRITE SECURITY-ALERT-RECORD.
           MOVE W10-EXCEPTION-ID(W11-R) TO W53-EXCEPTION-DSP.
           IF W53-EXCEPTION-DSP = SPACES
               MOVE W60-EXCEPTION-ID TO W53-EXCEPTION-DSP
           END-IF.
           MOVE SPACES TO SECURITY-ALERT-RECORD.
           STRING "INCIDENTE " W10-RULE-ID(W11-R) " "
               W30-ENTITY " " W10-DESCRIPTION(W11-R)
               " EXCEPCION " W53-EXCEPTION-DSP
               DELIMITED BY SIZE
               INTO SECURITY-ALERT-RECORD.
           WRITE SECURITY-ALERT-RECORD.
           PERFORM VARYING W33-M FROM 1 BY 1
                   UNTIL W33-M > W32-MEMBER-COUNT
               MOVE W32-MEMBER(W33-M) TO W37-CHECK-EV
               MOVE SPACES TO SECURITY-ALERT-RECORD
               STRING "  " W20-EV-KEY(W37-CHECK-EV)(1:14) " "
                   W20-EV-KEY(W37-CHECK-EV)(15:4) " "
                   W20-EV-CORRID(W37-CHECK-EV) " "
                   W20-EV-TYPE(W37-CHECK-EV) " "
                   W20-EV-ACTOR(W37-CHECK-EV) " "
                   W20-EV-OBJECT(W37-CHECK-EV) " "
                   W20-EV-OUTCOME(W37-CHECK-EV)
                   DELIMITED BY SIZE
                   INTO SECURITY-ALERT-RECORD
               WRITE SECURITY-ALERT-RECORD
           END-PERFORM.

           MOVE W53-EXCEPTION-DSP TO W63-SYS-EXCEPTION.
           MOVE W10-RULE-ID(W11-R) TO W67-MODULE-NAME.
           MOVE SPACES TO W68-PGM-NAME.
           STRING "COBOLSCOR " W10-RULE-ID(W11-R) " " W30-ENTITY
               DELIMITED BY SIZE
               INTO W68-PGM-NAME.
           CALL "ERRHDL2" USING W60-EXCEPTION-ID, W61-VALID-RESP,
               W62-PGM-IN-ERROR, W63-SYS-EXCEPTION, W64-MSG-LENGTH,
               W65-SYS-OPTION, W66-MSG-TEXT, W67-MODULE-NAME,
               W68-PGM-NAME, W69-BATCH-MODE.
