       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBOLOBJAU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-LIB-LIST ASSIGN TO "PRODLIBLST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT OBJECT-AUTHORITIES ASSIGN TO "OBJAUTLST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AU-KEY
           FILE STATUS IS WS-AUT-STATUS.

           SELECT AUTHORITY-STANDARD ASSIGN TO "AUTHSTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AS-KEY
           FILE STATUS IS WS-STD-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USRMAST-STATUS.

           SELECT AUTHORITY-NEW ASSIGN TO "AUTHNEW"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT AUTHORITY-ACKED ASSIGN TO "AUTHACK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ACKRPT-STATUS.

           SELECT OBJECT-ACK ASSIGN TO "AUTACKFIL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AK-KEY
           FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PROD-LIB-LIST.
       01 PROD-LIB-RECORD.
           02 PL-OBJECT-NAME  PIC X(10).
           02 PL-LIBRARY-NAME PIC X(10).

       FD OBJECT-AUTHORITIES.
       01 OBJECT-AUTHORITY-RECORD.
           05 AU-KEY.
               10 AU-LIBRARY  PIC X(10).
               10 AU-OBJECT   PIC X(10).
               10 AU-USER     PIC X(10).
           05 AU-OBJTYPE      PIC X(10).
           05 AU-AUTHORITY    PIC X(10).

       FD AUTHORITY-STANDARD.
       01 AUTHORITY-STANDARD-RECORD.
           05 AS-KEY.
               10 AS-LIBRARY PIC X(10).
               10 AS-OBJTYPE PIC X(10).
           05 AS-MAX-PUBLIC  PIC X(10).
           05 AS-MAX-PRIVATE PIC X(10).
           05 AS-OWNER       PIC X(10).

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
           05 USR-OWNER-ID    PIC X(10).

       FD AUTHORITY-NEW.
       01 AUTHORITY-NEW-RECORD PIC X(100).

       FD AUTHORITY-ACKED.
       01 AUTHORITY-ACKED-RECORD PIC X(100).

       FD OBJECT-ACK.
       01 OBJECT-ACK-RECORD.
           05 AK-KEY.
               10 AK-LIBRARY PIC X(10).
               10 AK-OBJECT  PIC X(10).
           05 AK-TICKET   PIC X(10).
           05 AK-REVIEWER PIC X(16).
           05 AK-EXPIRY   PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS  PIC X(02) VALUE "00".
           88 WS-LIST-EOF     VALUE "10".
       01 WS-AUT-STATUS   PIC X(02) VALUE "00".
           88 WS-AUT-EOF      VALUE "10".
       01 WS-STD-STATUS   PIC X(02) VALUE "00".
           88 WS-STD-FOUND    VALUE "00".
       01 WS-USRMAST-STATUS PIC X(02) VALUE "00".
           88 WS-USR-FOUND    VALUE "00".
       01 WS-RPT-STATUS   PIC X(02) VALUE "00".
       01 WS-ACKRPT-STATUS PIC X(02) VALUE "00".
       01 WS-ACK-STATUS   PIC X(02) VALUE "00".
           88 WS-ACK-FOUND    VALUE "00".
           88 WS-ACK-NOTFOUND VALUE "23".
       01 WS-ACK-OPEN     PIC X(01) VALUE "N".
           88 WS-ACK-AVAILABLE VALUE "Y".
       01 WS-AUT-OPEN     PIC X(01) VALUE "N".
           88 WS-AUT-AVAILABLE VALUE "Y".
       01 WS-STD-OPEN     PIC X(01) VALUE "N".
           88 WS-STD-AVAILABLE VALUE "Y".
       01 WS-USR-OPEN     PIC X(01) VALUE "N".
           88 WS-USR-AVAILABLE VALUE "Y".
       01 WS-MEMBER-NAME  PIC X(10) VALUE SPACES.
       01 WS-SIZE         PIC S9(9) BINARY VALUE 0.
       01 WS-SIGNED       PIC X(01).
       01 WS-CHANGE-DATE  PIC X(13) VALUE SPACES.
       01 WS-RESULT       PIC X(01).
           88 WS-OK         VALUE "Y".
       01 WS-EXCEPTION-ID PIC X(08) VALUE SPACES.
       01 WS-OWNER        PIC X(10) VALUE SPACES.
       01 WS-LAST-USED    PIC X(07) VALUE SPACES.
       01 WS-CORRID       PIC X(12) VALUE SPACES.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-TODAY        PIC X(08) VALUE SPACES.
       01 WS-RSTM-STEP    PIC 9(03) VALUE 1.
       01 WS-RSTM-PGM     PIC X(10) VALUE "COBOLOBJAU".
       01 WS-RSTM-FN      PIC X(01) VALUE "S".
       01 WS-RSTM-STATE   PIC X(01) VALUE "N".
       01 WS-RSTM-RC      PIC 9(02) VALUE 0.
       01 WS-RSW-JOBNAME  PIC X(10) VALUE "COBOLOBJAU".
       01 WS-RSW-NOW      PIC X(21) VALUE SPACES.
       01 WS-RSW-START    PIC X(14) VALUE SPACES.
       01 WS-RSW-END      PIC X(14) VALUE SPACES.
       01 WS-RSW-COUNTERS.
           05 WS-RSW-COUNTER OCCURS 3 TIMES.
               10 WS-RSW-CTR-NAME  PIC X(12).
               10 WS-RSW-CTR-VALUE PIC 9(07).
       01 WS-RSW-RESULT   PIC X(01).
       01 W01-CHECKED        PIC 9(05) VALUE 0.
       01 W02-VIOLATING      PIC 9(05) VALUE 0.
       01 W03-ACKED          PIC 9(05) VALUE 0.
       01 W04-VIOLATIONS     PIC 9(05) VALUE 0.
       01 W05-OBJTYPE        PIC X(10) VALUE SPACES.
       01 W06-OBJECT-SW      PIC X(01) VALUE "N".
           88 W06-HAS-VIOLATION VALUE "Y".
       01 W07-ACK-SW         PIC X(01) VALUE "N".
           88 W07-ACK-VALID     VALUE "Y".
       01 W08-VIOLATION-TEXT PIC X(60) VALUE SPACES.
       01 W09-AUTH-IN        PIC X(10) VALUE SPACES.
       01 W10-RANK           PIC 9(01) VALUE 0.
       01 W11-GRANTED-RANK   PIC 9(01) VALUE 0.
       01 W12-PUBLIC-LIMIT   PIC 9(01) VALUE 0.
       01 W13-PRIVATE-LIMIT  PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
      * Ownership and authority sweep over PRODLIBLST.  The owner
      * comes from COBOLOBJCK; the public and private authorities
      * from OBJAUTLST, the keyed DSPOBJAUT extract of the production
      * libraries (library, object, user, type, authority), which
      * also gives the object type.  AUTHSTD, maintained through
      * COBOLOBJAS, sets per library and type (library *ALL as the
      * fallback) the most the public and any other user may hold
      * and the profile that must own the objects.  An owner that is
      * disabled in USRMAST is a finding whatever the standard says.
      * Findings are acknowledged per object in AUTACKFIL through
      * COBOLOBJAK, the same way unsigned programs are: an object
      * with a current acknowledgment goes to AUTHACK, the rest to
      * AUTHNEW, and unacknowledged findings end the step 04.
       MAIN.
           CALL "COBOLCORR" USING WS-CORRID.
           DISPLAY "Run ID: " WS-CORRID.

           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-START.
           MOVE "S" TO WS-RSTM-FN.
           CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
               WS-RSTM-PGM, WS-RSTM-FN, WS-RSTM-STATE, WS-RSTM-RC.
           OPEN INPUT PROD-LIB-LIST.
           OPEN INPUT OBJECT-AUTHORITIES.
           IF WS-AUT-STATUS = "00"
               MOVE "Y" TO WS-AUT-OPEN
           ELSE
               DISPLAY "OBJAUTLST no disponible: " WS-AUT-STATUS
           END-IF.
           OPEN OUTPUT AUTHORITY-NEW.
           OPEN OUTPUT AUTHORITY-ACKED.
           OPEN INPUT AUTHORITY-STANDARD.
           IF WS-STD-STATUS = "00"
               MOVE "Y" TO WS-STD-OPEN
           END-IF.
           OPEN INPUT USER-MASTER.
           IF WS-USRMAST-STATUS = "00"
               MOVE "Y" TO WS-USR-OPEN
           END-IF.
           OPEN INPUT OBJECT-ACK.
           IF WS-ACK-STATUS = "00"
               MOVE "Y" TO WS-ACK-OPEN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.

           READ PROD-LIB-LIST
               AT END SET WS-LIST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-LIST-EOF
               PERFORM CHECK-ONE-OBJECT THRU CHECK-ONE-OBJECT-EXIT
               READ PROD-LIB-LIST
                   AT END SET WS-LIST-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PROD-LIB-LIST.
           IF WS-AUT-AVAILABLE
               CLOSE OBJECT-AUTHORITIES
           END-IF.
           CLOSE AUTHORITY-NEW.
           CLOSE AUTHORITY-ACKED.
           IF WS-STD-AVAILABLE
               CLOSE AUTHORITY-STANDARD
           END-IF.
           IF WS-USR-AVAILABLE
               CLOSE USER-MASTER
           END-IF.
           IF WS-ACK-AVAILABLE
               CLOSE OBJECT-ACK
           END-IF.
           IF W02-VIOLATING > W03-ACKED
               MOVE 4 TO WS-RSTM-RC
           END-IF.
           MOVE "C" TO WS-RSTM-FN.
           CALL "COBOLRSTM" USING WS-CORRID, WS-RSTM-STEP,
               WS-RSTM-PGM, WS-RSTM-FN, WS-RSTM-STATE, WS-RSTM-RC.
           MOVE FUNCTION CURRENT-DATE TO WS-RSW-NOW.
           MOVE WS-RSW-NOW(1:14) TO WS-RSW-END.
           MOVE SPACES TO WS-RSW-COUNTERS.
           MOVE "REVISADOS" TO WS-RSW-CTR-NAME(1).
           MOVE W01-CHECKED TO WS-RSW-CTR-VALUE(1).
           MOVE "INFRACTORES" TO WS-RSW-CTR-NAME(2).
           MOVE W02-VIOLATING TO WS-RSW-CTR-VALUE(2).
           MOVE "RECONOCIDOS" TO WS-RSW-CTR-NAME(3).
           MOVE W03-ACKED TO WS-RSW-CTR-VALUE(3).
           CALL "COBOLRSW" USING WS-RSW-JOBNAME, WS-CORRID,
               WS-RSW-START, WS-RSW-END, WS-RSW-COUNTERS,
               WS-RSW-RESULT.
           DISPLAY "Objetos revisados: " W01-CHECKED.
           DISPLAY "Objetos fuera de estandar: " W02-VIOLATING.
           DISPLAY "Hallazgos: " W04-VIOLATIONS.
           DISPLAY "Objetos reconocidos: " W03-ACKED.

           MOVE WS-RSTM-RC TO RETURN-CODE.
           GOBACK.

       CHECK-ONE-OBJECT.
           ADD 1 TO W01-CHECKED.
           MOVE "N" TO W06-OBJECT-SW.
           MOVE "N" TO W07-ACK-SW.

           MOVE PL-LIBRARY-NAME TO AU-LIBRARY.
           MOVE PL-OBJECT-NAME  TO AU-OBJECT.
           MOVE LOW-VALUES      TO AU-USER.
           MOVE "10" TO WS-AUT-STATUS.
           IF WS-AUT-AVAILABLE
               MOVE "00" TO WS-AUT-STATUS
               START OBJECT-AUTHORITIES KEY IS NOT LESS THAN AU-KEY
                   INVALID KEY SET WS-AUT-EOF TO TRUE
               END-START
           END-IF.
           IF NOT WS-AUT-EOF
               READ OBJECT-AUTHORITIES NEXT RECORD
                   AT END SET WS-AUT-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-AUT-EOF OR AU-LIBRARY NOT = PL-LIBRARY-NAME
               OR AU-OBJECT NOT = PL-OBJECT-NAME
               MOVE "SIN DATOS EN OBJAUTLST" TO W08-VIOLATION-TEXT
               PERFORM RECORD-VIOLATION
               GO TO CHECK-ONE-OBJECT-EXIT
           END-IF.
           MOVE AU-OBJTYPE TO W05-OBJTYPE.

           CALL "COBOLOBJCK" USING PL-OBJECT-NAME, W05-OBJTYPE,
               PL-LIBRARY-NAME, WS-MEMBER-NAME, WS-SIZE, WS-SIGNED,
               WS-CHANGE-DATE, WS-OWNER, WS-LAST-USED,
               WS-RESULT, WS-EXCEPTION-ID.
           IF NOT WS-OK
               MOVE SPACES TO W08-VIOLATION-TEXT
               STRING "ERROR DE CONSULTA " WS-EXCEPTION-ID
                   DELIMITED BY SIZE
                   INTO W08-VIOLATION-TEXT
               PERFORM RECORD-VIOLATION
               GO TO CHECK-ONE-OBJECT-EXIT
           END-IF.

           PERFORM CHECK-OWNER-STATUS.

           PERFORM FIND-STANDARD.
           IF NOT WS-STD-FOUND
               MOVE SPACES TO W08-VIOLATION-TEXT
               STRING "SIN ESTANDAR DE AUTORIDAD PARA " W05-OBJTYPE
                   DELIMITED BY SIZE
                   INTO W08-VIOLATION-TEXT
               PERFORM RECORD-VIOLATION
               GO TO CHECK-ONE-OBJECT-EXIT
           END-IF.

           IF AS-OWNER NOT = SPACES AND AS-OWNER NOT = WS-OWNER
               MOVE SPACES TO W08-VIOLATION-TEXT
               STRING "PROPIETARIO " WS-OWNER " ESTANDAR " AS-OWNER
                   DELIMITED BY SIZE
                   INTO W08-VIOLATION-TEXT
               PERFORM RECORD-VIOLATION
           END-IF.
           MOVE AS-MAX-PUBLIC TO W09-AUTH-IN.
           PERFORM RANK-AUTHORITY.
           MOVE W10-RANK TO W12-PUBLIC-LIMIT.
           MOVE AS-MAX-PRIVATE TO W09-AUTH-IN.
           PERFORM RANK-AUTHORITY.
           MOVE W10-RANK TO W13-PRIVATE-LIMIT.

           PERFORM UNTIL WS-AUT-EOF
                   OR AU-LIBRARY NOT = PL-LIBRARY-NAME
                   OR AU-OBJECT NOT = PL-OBJECT-NAME
               PERFORM CHECK-ONE-AUTHORITY
               READ OBJECT-AUTHORITIES NEXT RECORD
                   AT END SET WS-AUT-EOF TO TRUE
               END-READ
           END-PERFORM.
       CHECK-ONE-OBJECT-EXIT.
           EXIT.

      * The owner's own authority is not limited by the standard;
      * whether the owner is the right one was checked above.
       CHECK-ONE-AUTHORITY.
           MOVE AU-AUTHORITY TO W09-AUTH-IN.
           PERFORM RANK-AUTHORITY.
           MOVE W10-RANK TO W11-GRANTED-RANK.
           EVALUATE TRUE
               WHEN AU-USER = "*PUBLIC"
                   IF W11-GRANTED-RANK > W12-PUBLIC-LIMIT
                       MOVE SPACES TO W08-VIOLATION-TEXT
                       STRING "AUTORIDAD PUBLICA " AU-AUTHORITY
                           " MAXIMO " AS-MAX-PUBLIC
                           DELIMITED BY SIZE
                           INTO W08-VIOLATION-TEXT
                       PERFORM RECORD-VIOLATION
                   END-IF
               WHEN AU-USER = WS-OWNER
                   CONTINUE
               WHEN W11-GRANTED-RANK > W13-PRIVATE-LIMIT
                   MOVE SPACES TO W08-VIOLATION-TEXT
                   STRING "AUTORIDAD PRIVADA " AU-USER " "
                       AU-AUTHORITY " MAXIMO " AS-MAX-PRIVATE
                       DELIMITED BY SIZE
                       INTO W08-VIOLATION-TEXT
                   PERFORM RECORD-VIOLATION
           END-EVALUATE.

      * *AUTL, USER DEF and anything unrecognised count as change
      * authority: the sweep cannot see what they really grant.
       RANK-AUTHORITY.
           EVALUATE W09-AUTH-IN
               WHEN "*EXCLUDE"
                   MOVE 0 TO W10-RANK
               WHEN "*USE"
                   MOVE 1 TO W10-RANK
               WHEN "*ALL"
                   MOVE 3 TO W10-RANK
               WHEN OTHER
                   MOVE 2 TO W10-RANK
           END-EVALUATE.

       FIND-STANDARD.
           MOVE "23" TO WS-STD-STATUS.
           IF WS-STD-AVAILABLE
               MOVE PL-LIBRARY-NAME TO AS-LIBRARY
               MOVE W05-OBJTYPE     TO AS-OBJTYPE
               READ AUTHORITY-STANDARD
                   INVALID KEY
                       MOVE "*ALL"      TO AS-LIBRARY
                       MOVE W05-OBJTYPE TO AS-OBJTYPE
                       READ AUTHORITY-STANDARD
                           INVALID KEY CONTINUE
                       END-READ
               END-READ
           END-IF.

       CHECK-OWNER-STATUS.
           IF WS-USR-AVAILABLE
               MOVE SPACES   TO USR-USERNAME
               MOVE WS-OWNER TO USR-USERNAME
               READ USER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-USR-FOUND AND USR-IS-DISABLED
                   MOVE SPACES TO W08-VIOLATION-TEXT
                   STRING "PROPIETARIO " WS-OWNER
                       " DESHABILITADO EN USRMAST"
                       DELIMITED BY SIZE
                       INTO W08-VIOLATION-TEXT
                   PERFORM RECORD-VIOLATION
               END-IF
           END-IF.

      * The acknowledgment is per object, looked up with the first
      * finding and applied to all of them.
       RECORD-VIOLATION.
           ADD 1 TO W04-VIOLATIONS.
           IF NOT W06-HAS-VIOLATION
               MOVE "Y" TO W06-OBJECT-SW
               ADD 1 TO W02-VIOLATING
               PERFORM CHECK-ACKNOWLEDGMENT
           END-IF.
           IF W07-ACK-VALID
               MOVE SPACES TO AUTHORITY-ACKED-RECORD
               STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME " "
                   W08-VIOLATION-TEXT " RECONOCIDO " AK-TICKET
                   DELIMITED BY SIZE
                   INTO AUTHORITY-ACKED-RECORD
               WRITE AUTHORITY-ACKED-RECORD
           ELSE
               MOVE SPACES TO AUTHORITY-NEW-RECORD
               STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME " "
                   W08-VIOLATION-TEXT
                   DELIMITED BY SIZE
                   INTO AUTHORITY-NEW-RECORD
               WRITE AUTHORITY-NEW-RECORD
           END-IF.

       CHECK-ACKNOWLEDGMENT.
           MOVE "23" TO WS-ACK-STATUS.
           IF WS-ACK-AVAILABLE
               MOVE "00" TO WS-ACK-STATUS
               MOVE PL-LIBRARY-NAME TO AK-LIBRARY
               MOVE PL-OBJECT-NAME  TO AK-OBJECT
               READ OBJECT-ACK
                   KEY IS AK-KEY
                   INVALID KEY SET WS-ACK-NOTFOUND TO TRUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACK-FOUND AND AK-EXPIRY >= WS-TODAY
                   MOVE "Y" TO W07-ACK-SW
                   ADD 1 TO W03-ACKED
               WHEN WS-ACK-FOUND
                   MOVE SPACES TO AUTHORITY-NEW-RECORD
                   STRING PL-OBJECT-NAME " " PL-LIBRARY-NAME
                       " RECONOCIMIENTO VENCIDO " AK-TICKET
                       DELIMITED BY SIZE
                       INTO AUTHORITY-NEW-RECORD
                   WRITE AUTHORITY-NEW-RECORD
           END-EVALUATE.
