      *  PERIOD-SUMMARY FILE (PERSUMM), THEN RESETS
      *  CTL-COUNTER AND THE PER-TYPE COUNTERS TO ZERO FOR
      *  THE NEW PERIOD. THE RESET IS A MAKER/CHECKER
      *  AUTHORIZED ACTION: TWO DISTINCT OPERATOR IDS, EACH
      *  HOLDING CLOSE AUTHORITY ON OPERAUTH (MAKER AND
      *  CHECKER RESPECTIVELY), ARE REQUIRED ON THE PARM,
      *  AND A "PCLOSE" AUDIT RECORD
      *  (OLD VALUE = FINAL COUNTER, NEW VALUE = ZERO) IS
      *  WRITTEN SO THE AUDIT VALUE CHAIN STAYS UNBROKEN
      *  ACROSS THE PERIOD BOUNDARY.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPAU-STATUS.

           SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPLG-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT OPTIONAL ALERT-DEFINITION-FILE ASSIGN TO "ALRTDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRD-STATUS.

           SELECT OPTIONAL ALERT-STATE-FILE ASSIGN TO "ALRTSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       FD  CALENDAR-FILE.
       COPY "calrec.cpy".

       FD  OPERATOR-AUTH-FILE.
       COPY "opaurec.cpy".

       FD  SECURITY-VIOLATION-FILE.
       COPY "secvrec.cpy".

       FD  OPERATOR-LOG-FILE.
       COPY "oplgrec.cpy".

       FD  ALERT-FILE.
       COPY "alrtrec.cpy".

       FD  ALERT-DEFINITION-FILE.
       COPY "alrdrec.cpy".

       FD  ALERT-STATE-FILE.
       COPY "alstrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".

       01  WS-FINAL-COUNTER            PIC 9(10) COMP-3 VALUE 0.
       01  WS-PERIOD-INCREMENTS        PIC 9(10) COMP-3 VALUE 0.
       01  WS-BACKED-OUT-INCREMENTS    PIC 9(10) COMP-3 VALUE 0.
       01  WS-PERIOD-EXCP-COUNT        PIC 9(10) COMP-3 VALUE 0.
       01  WS-PERIOD-DISC-COUNT        PIC 9(10) COMP-3 VALUE 0.

       01  WS-FIND-TYPE-CODE           PIC X(3) VALUE SPACES.
       01  WS-FIND-TYPE-COUNT          PIC 9(10) COMP-3 VALUE 0.

      *****************************************************
      *  OPERATOR AUTHORITY CHECK (SEE OPAUREC). THE CALLER
      *  FILLS WS-AUTH-REQUEST AND PERFORMS
      *  8000-CHECK-AUTHORITY; WS-AUTH-GRANTED IS SET ONLY
      *  WHEN THE MAKER AND CHECKER ARE DISTINCT AND EACH
      *  HOLDS A CURRENT OPERAUTH CARD FOR THE ACTION, ROLE
      *  AND ENTITY. OTHERWISE WS-AUTH-REFUSE-CODE AND
      *  WS-AUTH-REFUSE-TEXT SAY WHY AND THE ATTEMPT IS ON
      *  SECVFILE.
      *****************************************************
       01  WS-OPAU-STATUS              PIC XX VALUE "00".
       01  WS-SECV-STATUS              PIC XX VALUE "00".
       01  WS-OPLG-STATUS              PIC XX VALUE "00".
       01  WS-OPAU-EOF-SW              PIC X VALUE "N".
           88  WS-OPAU-EOF                   VALUE "Y".
       01  WS-OPAU-LOADED-SW           PIC X VALUE "N".
           88  WS-OPAU-LOADED                VALUE "Y".
       01  WS-OPAU-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-OPAU-SUB                 PIC 9(3) COMP.
       01  WS-OPAU-TABLE.
           05  WS-OPAU-ENTRY OCCURS 200 TIMES.
               10  WS-OPAU-OPERATOR    PIC X(8).
               10  WS-OPAU-ACTION      PIC X(5).
               10  WS-OPAU-ROLE        PIC X.
               10  WS-OPAU-ENTITY      PIC X(3).
               10  WS-OPAU-ACTIVE      PIC X(8).
               10  WS-OPAU-EXPIRY      PIC X(8).
       01  WS-AUTH-REQUEST.
           05  WS-AUTH-PROGRAM         PIC X(8) VALUE "PERCLOSE".
           05  WS-AUTH-ACTION          PIC X(5) VALUE SPACES.
           05  WS-AUTH-ENTITY          PIC X(3) VALUE SPACES.
           05  WS-AUTH-REFERENCE       PIC X(16) VALUE SPACES.
           05  WS-AUTH-MAKER           PIC X(8) VALUE SPACES.
           05  WS-AUTH-CHECKER         PIC X(8) VALUE SPACES.
       01  WS-AUTH-TIMESTAMP           PIC X(26).
       01  WS-AUTH-DATE                PIC X(8).
       01  WS-AUTH-OPERATOR            PIC X(8).
       01  WS-AUTH-ROLE                PIC X.
       01  WS-AUTH-RESULT              PIC X(4).
       01  WS-AUTH-GRANTED-SW          PIC X VALUE "N".
           88  WS-AUTH-GRANTED               VALUE "Y".
       01  WS-AUTH-REFUSE-CODE         PIC X(4) VALUE SPACES.
       01  WS-AUTH-REFUSE-TEXT         PIC X(40) VALUE SPACES.
       01  WS-AUTH-ROLE-WORD           PIC X(11).
       01  WS-AUTH-PHRASE              PIC X(28).

      *****************************************************
      *  ALERT FEED (SEE ALRTREC). THE CALLER FILLS
      *  WS-ALERT-REQUEST - CYCLE, MESSAGE CODE, ENTITY,
      *  CONDITION KEY, TEXT, AND THE SEVERITY AND PAGE
      *  FLAG TO USE WHEN ALRTDEF HAS NO CARD FOR THE CODE
      *  - AND PERFORMS 8600-RAISE-ALERT. A CONDITION
      *  ALREADY OPEN ON ALRTSTAT IS NOT WRITTEN AGAIN.
      *  8690-CLOSE-ALERT-FEED RUNS AS THE PROGRAM ENDS;
      *  UNLESS WS-ALERT-SWEEP-SW IS "N" IT CLEARS THE
      *  PROGRAM'S OPEN CONDITIONS OF THE SAME RUN TYPE
      *  THAT THIS RUN DID NOT RAISE AGAIN.
      *****************************************************
       01  WS-ALRT-STATUS              PIC XX VALUE "00".
       01  WS-ALRD-STATUS              PIC XX VALUE "00".
       01  WS-ALST-STATUS              PIC XX VALUE "00".
       01  WS-ALERT-EOF-SW             PIC X VALUE "N".
           88  WS-ALERT-EOF                  VALUE "Y".
       01  WS-ALERT-LOADED-SW          PIC X VALUE "N".
           88  WS-ALERT-LOADED               VALUE "Y".
       01  WS-ALERT-SWEEP-SW           PIC X VALUE "Y".
           88  WS-ALERT-SWEEP                VALUE "Y".
       01  WS-ALRD-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-ALRD-SUB                 PIC 9(3) COMP.
       01  WS-ALRD-TABLE.
           05  WS-ALRD-ENTRY OCCURS 200 TIMES.
               10  WS-ALRD-CODE        PIC X(8).
               10  WS-ALRD-SEVERITY    PIC X.
               10  WS-ALRD-PAGE        PIC X.
       01  WS-ALST-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-ALST-SUB                 PIC 9(3) COMP.
       01  WS-ALST-CUR                 PIC 9(3) COMP.
       01  WS-ALST-TABLE.
           05  WS-ALST-ENTRY OCCURS 500 TIMES.
               10  WS-ALST-PROGRAM     PIC X(8).
               10  WS-ALST-RUN-TYPE    PIC X(5).
               10  WS-ALST-CODE        PIC X(8).
               10  WS-ALST-ENTITY      PIC X(3).
               10  WS-ALST-KEY         PIC X(16).
               10  WS-ALST-CYCLE-ID    PIC X(11).
               10  WS-ALST-SEVERITY    PIC X.
               10  WS-ALST-FIRST       PIC X(26).
               10  WS-ALST-LAST        PIC X(26).
               10  WS-ALST-REPEATS     PIC 9(5).
               10  WS-ALST-TEXT        PIC X(60).
               10  WS-ALST-STATE       PIC X.
       01  WS-ALERT-REQUEST.
           05  WS-ALERT-PROGRAM        PIC X(8) VALUE "PERCLOSE".
           05  WS-ALERT-RUN-TYPE       PIC X(5) VALUE "RUN".
           05  WS-ALERT-CYCLE-ID       PIC X(11) VALUE SPACES.
           05  WS-ALERT-CODE           PIC X(8) VALUE SPACES.
           05  WS-ALERT-ENTITY         PIC X(3) VALUE SPACES.
           05  WS-ALERT-KEY            PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC X VALUE "W".
           05  WS-ALERT-PAGE           PIC X VALUE "N".
           05  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.
       01  WS-ALERT-TIMESTAMP          PIC X(26).

       01  WS-ALERT-EXCP-EDIT          PIC Z(6)9.
       01  WS-ALERT-DISC-EDIT          PIC Z(6)9.

       01  WS-RETURN-CODES.
           05  WS-NORMAL-RC            PIC 9(3) VALUE 0.
           05  WS-CLOSE-REJECT-RC      PIC 9(3) VALUE 24.
           PERFORM 1000-VALIDATE-CLOSE-REQUEST
           IF NOT WS-CLOSE-VALID
               DISPLAY "PERCLOSE: CLOSE REQUEST REJECTED - "
                   "TRANSACTION CODE NOT CLOSE"
               MOVE "CLOSE REJECTED - TRANSACTION CODE NOT CLOSE"
                   TO WS-ALERT-TEXT
               PERFORM 8500-RAISE-REFUSAL-ALERT
               MOVE WS-CLOSE-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF PCLS-PERIOD-ID NOT = SPACES
               MOVE PCLS-PERIOD-ID TO WS-PERIOD-ID
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD-ID
                   DISPLAY "PERCLOSE: CLOSE REQUEST REJECTED - "
                       WS-BUSINESS-DATE " IS NOT THE LAST BUSINESS "
                       "DAY OF PERIOD " WS-PERIOD-ID
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "CLOSE REJECTED - " DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       " NOT LAST BUSINESS DAY OF " DELIMITED BY SIZE
                       WS-PERIOD-ID DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   PERFORM 8500-RAISE-REFUSAL-ALERT
                   MOVE WS-CLOSE-REJECT-RC TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "CLOSE" TO WS-AUTH-ACTION
           MOVE SPACES TO WS-AUTH-ENTITY
           MOVE WS-PERIOD-ID TO WS-AUTH-REFERENCE
           MOVE PCLS-OPERATOR-ID TO WS-AUTH-MAKER
           MOVE PCLS-SIGNOFF-ID TO WS-AUTH-CHECKER
           PERFORM 8000-CHECK-AUTHORITY
           IF NOT WS-AUTH-GRANTED
               DISPLAY "PERCLOSE: CLOSE REQUEST REJECTED - "
                   WS-AUTH-REFUSE-TEXT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "CLOSE REQUEST REJECTED - " DELIMITED BY SIZE
                   WS-AUTH-REFUSE-TEXT DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 8500-RAISE-REFUSAL-ALERT
               MOVE WS-CLOSE-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-OPEN-CONTROL-FILE
           PERFORM 1150-LOAD-TYPE-TABLE
           CLOSE CONTROL-FILE
           DISPLAY "PERCLOSE: PERIOD " WS-PERIOD-ID
               " CLOSED AT COUNTER " WS-FINAL-COUNTER
           IF WS-PERIOD-EXCP-COUNT > 0 OR WS-PERIOD-DISC-COUNT > 0
               PERFORM 8550-RAISE-OPEN-ITEMS-ALERT
           END-IF
           PERFORM 8690-CLOSE-ALERT-FEED
           MOVE WS-NORMAL-RC TO RETURN-CODE
           GOBACK.

           MOVE "N" TO WS-CLOSE-VALID-SW
           IF LK-PARM-LENGTH > 0
                   AND PCLS-TRAN-CODE = "CLOSE"
               SET WS-CLOSE-VALID TO TRUE
           END-IF.

                                       WS-PERIOD-ID
                               ADD 1 TO WS-PERIOD-INCREMENTS
                           END-IF
                           IF AUDIT-ACTION-CODE = "BKOUT"
                                   AND AUDIT-RUN-ID(1:6) =
                                       WS-PERIOD-ID
                               PERFORM 2050-DEDUCT-BACKED-OUT-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *****************************************************
      *  A CYCLE OF THE PERIOD BACKED OUT BY CYCBKOUT
      *  LEAVES ITS INCR RECORDS ON THE TRAIL; ITS BKOUT
      *  RECORD (OLD LESS NEW VALUE) TAKES THEM BACK OFF.
      *****************************************************
       2050-DEDUCT-BACKED-OUT-CYCLE.
           IF AUDIT-OLD-VALUE > AUDIT-NEW-VALUE
               COMPUTE WS-BACKED-OUT-INCREMENTS =
                   AUDIT-OLD-VALUE - AUDIT-NEW-VALUE
               IF WS-PERIOD-INCREMENTS > WS-BACKED-OUT-INCREMENTS
                   SUBTRACT WS-BACKED-OUT-INCREMENTS
                       FROM WS-PERIOD-INCREMENTS
               ELSE
                   MOVE 0 TO WS-PERIOD-INCREMENTS
               END-IF
           END-IF.

       2100-COUNT-PERIOD-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS = "00"
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************
      *  OPERATOR AUTHORITY CHECK FOR A MAKER/CHECKER
      *  REQUEST. THE MAKER MUST HOLD A CARD FOR THE ACTION
      *  WITH ROLE M OR B, THE CHECKER ONE WITH ROLE A OR
      *  B; EITHER CARD MUST COVER THE ENTITY AND BE IN ITS
      *  ACTIVE/EXPIRY WINDOW TODAY. A REFUSAL IS WRITTEN TO
      *  SECVFILE, A GRANT TO OPERLOG (ONE RECORD PER ID).
      *****************************************************
       8000-CHECK-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-TIMESTAMP
           MOVE WS-AUTH-TIMESTAMP(1:8) TO WS-AUTH-DATE
           MOVE "N" TO WS-AUTH-GRANTED-SW
           MOVE SPACES TO WS-AUTH-REFUSE-CODE
           MOVE SPACES TO WS-AUTH-REFUSE-TEXT
           IF NOT WS-OPAU-LOADED
               PERFORM 8010-LOAD-OPERATOR-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-MAKER = SPACES
                   MOVE WS-AUTH-MAKER TO WS-AUTH-OPERATOR
                   MOVE "M" TO WS-AUTH-ROLE
                   MOVE "MISS" TO WS-AUTH-REFUSE-CODE
                   MOVE "OPERATOR/SIGN-OFF ID MISSING" TO
                       WS-AUTH-REFUSE-TEXT
               WHEN WS-AUTH-CHECKER = SPACES
                   MOVE WS-AUTH-CHECKER TO WS-AUTH-OPERATOR
                   MOVE "A" TO WS-AUTH-ROLE
                   MOVE "MISS" TO WS-AUTH-REFUSE-CODE
                   MOVE "OPERATOR/SIGN-OFF ID MISSING" TO
                       WS-AUTH-REFUSE-TEXT
               WHEN WS-AUTH-MAKER = WS-AUTH-CHECKER
                   MOVE WS-AUTH-CHECKER TO WS-AUTH-OPERATOR
                   MOVE "A" TO WS-AUTH-ROLE
                   MOVE "SAME" TO WS-AUTH-REFUSE-CODE
                   MOVE "OPERATOR AND SIGN-OFF ID IDENTICAL" TO
                       WS-AUTH-REFUSE-TEXT
               WHEN OTHER
                   MOVE WS-AUTH-MAKER TO WS-AUTH-OPERATOR
                   MOVE "M" TO WS-AUTH-ROLE
                   MOVE "OPERATOR ID" TO WS-AUTH-ROLE-WORD
                   PERFORM 8020-CHECK-ONE-OPERATOR
                   IF WS-AUTH-RESULT = "GRNT"
                       MOVE WS-AUTH-CHECKER TO WS-AUTH-OPERATOR
                       MOVE "A" TO WS-AUTH-ROLE
                       MOVE "SIGN-OFF ID" TO WS-AUTH-ROLE-WORD
                       PERFORM 8020-CHECK-ONE-OPERATOR
                   END-IF
                   IF WS-AUTH-RESULT = "GRNT"
                       SET WS-AUTH-GRANTED TO TRUE
                   ELSE
                       PERFORM 8027-SET-REFUSAL-TEXT
                   END-IF
           END-EVALUATE
           IF WS-AUTH-GRANTED
               PERFORM 8040-LOG-AUTHORITY-USE
           ELSE
               PERFORM 8030-LOG-SECURITY-VIOLATION
           END-IF.

       8010-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPAU-COUNT
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPAU-STATUS = "00"
               MOVE "N" TO WS-OPAU-EOF-SW
               PERFORM UNTIL WS-OPAU-EOF
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-OPAU-EOF TO TRUE
                       NOT AT END
                           PERFORM 8015-STORE-AUTHORITY-CARD
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               CLOSE OPERATOR-AUTH-FILE
           END-IF
           SET WS-OPAU-LOADED TO TRUE.

       8015-STORE-AUTHORITY-CARD.
           IF OPAU-OPERATOR-ID NOT = SPACES AND WS-OPAU-COUNT < 200
               ADD 1 TO WS-OPAU-COUNT
               MOVE OPAU-OPERATOR-ID TO WS-OPAU-OPERATOR(WS-OPAU-COUNT)
               MOVE OPAU-ACTION-CODE TO WS-OPAU-ACTION(WS-OPAU-COUNT)
               MOVE OPAU-ROLE TO WS-OPAU-ROLE(WS-OPAU-COUNT)
               MOVE OPAU-ENTITY-CODE TO WS-OPAU-ENTITY(WS-OPAU-COUNT)
               MOVE OPAU-ACTIVE-DATE TO WS-OPAU-ACTIVE(WS-OPAU-COUNT)
               MOVE OPAU-EXPIRY-DATE TO WS-OPAU-EXPIRY(WS-OPAU-COUNT)
           END-IF.

      *****************************************************
      *  BEST RESULT OVER THE OPERATOR'S CARDS FOR THE
      *  ACTION AND ROLE: GRNT, ELSE INAC/EXPD (A CARD IN
      *  SCOPE BUT OUTSIDE ITS DATES), ELSE SCOP (CARDS ONLY
      *  FOR OTHER ENTITIES), ELSE NOAU.
      *****************************************************
       8020-CHECK-ONE-OPERATOR.
           MOVE "NOAU" TO WS-AUTH-RESULT
           PERFORM VARYING WS-OPAU-SUB FROM 1 BY 1
                   UNTIL WS-OPAU-SUB > WS-OPAU-COUNT
                      OR WS-AUTH-RESULT = "GRNT"
               IF WS-OPAU-OPERATOR(WS-OPAU-SUB) = WS-AUTH-OPERATOR
                       AND WS-OPAU-ACTION(WS-OPAU-SUB) = WS-AUTH-ACTION
                       AND (WS-OPAU-ROLE(WS-OPAU-SUB) = WS-AUTH-ROLE
                        OR WS-OPAU-ROLE(WS-OPAU-SUB) = "B")
                   PERFORM 8025-RATE-AUTHORITY-CARD
               END-IF
           END-PERFORM.

       8025-RATE-AUTHORITY-CARD.
           IF WS-OPAU-ENTITY(WS-OPAU-SUB) NOT = SPACES
                   AND WS-OPAU-ENTITY(WS-OPAU-SUB) NOT = WS-AUTH-ENTITY
               IF WS-AUTH-RESULT = "NOAU"
                   MOVE "SCOP" TO WS-AUTH-RESULT
               END-IF
           ELSE
               IF WS-OPAU-ACTIVE(WS-OPAU-SUB) > WS-AUTH-DATE
                   MOVE "INAC" TO WS-AUTH-RESULT
               ELSE
                   IF WS-OPAU-EXPIRY(WS-OPAU-SUB) NOT = SPACES
                           AND WS-OPAU-EXPIRY(WS-OPAU-SUB) <
                               WS-AUTH-DATE
                       MOVE "EXPD" TO WS-AUTH-RESULT
                   ELSE
                       MOVE "GRNT" TO WS-AUTH-RESULT
                   END-IF
               END-IF
           END-IF.

       8027-SET-REFUSAL-TEXT.
           EVALUATE WS-AUTH-RESULT
               WHEN "SCOP"
                   MOVE "NOT AUTHORIZED FOR ENTITY" TO WS-AUTH-PHRASE
               WHEN "INAC"
                   MOVE "AUTHORITY NOT YET ACTIVE" TO WS-AUTH-PHRASE
               WHEN "EXPD"
                   MOVE "AUTHORITY EXPIRED" TO WS-AUTH-PHRASE
               WHEN OTHER
                   MOVE "NOT AUTHORIZED FOR ACTION" TO WS-AUTH-PHRASE
           END-EVALUATE
           MOVE WS-AUTH-RESULT TO WS-AUTH-REFUSE-CODE
           STRING WS-AUTH-ROLE-WORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUTH-PHRASE DELIMITED BY SIZE
               INTO WS-AUTH-REFUSE-TEXT
           END-STRING.

       8030-LOG-SECURITY-VIOLATION.
           OPEN EXTEND SECURITY-VIOLATION-FILE
           IF WS-SECV-STATUS = "05" OR WS-SECV-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
           END-IF
           MOVE SPACES TO SECV-RECORD
           MOVE WS-AUTH-TIMESTAMP TO SECV-TIMESTAMP
           MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM
           MOVE WS-AUTH-ACTION TO SECV-ACTION-CODE
           MOVE WS-AUTH-OPERATOR TO SECV-OPERATOR-ID
           MOVE WS-AUTH-ROLE TO SECV-ROLE
           MOVE WS-AUTH-MAKER TO SECV-MAKER-ID
           MOVE WS-AUTH-CHECKER TO SECV-CHECKER-ID
           MOVE WS-AUTH-ENTITY TO SECV-ENTITY-CODE
           MOVE WS-AUTH-REFERENCE TO SECV-REFERENCE
           MOVE WS-AUTH-REFUSE-CODE TO SECV-REASON-CODE
           MOVE WS-AUTH-REFUSE-TEXT TO SECV-REASON-TEXT
           WRITE SECV-RECORD
           CLOSE SECURITY-VIOLATION-FILE.

       8040-LOG-AUTHORITY-USE.
           OPEN EXTEND OPERATOR-LOG-FILE
           IF WS-OPLG-STATUS = "05" OR WS-OPLG-STATUS = "35"
               OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF
           MOVE SPACES TO OPLG-RECORD
           MOVE WS-AUTH-TIMESTAMP TO OPLG-TIMESTAMP
           MOVE WS-AUTH-PROGRAM TO OPLG-PROGRAM
           MOVE WS-AUTH-ACTION TO OPLG-ACTION-CODE
           MOVE WS-AUTH-ENTITY TO OPLG-ENTITY-CODE
           MOVE WS-AUTH-REFERENCE TO OPLG-REFERENCE
           MOVE WS-AUTH-MAKER TO OPLG-OPERATOR-ID
           MOVE "M" TO OPLG-ROLE
           MOVE WS-AUTH-CHECKER TO OPLG-PARTNER-ID
           WRITE OPLG-RECORD
           MOVE WS-AUTH-CHECKER TO OPLG-OPERATOR-ID
           MOVE "A" TO OPLG-ROLE
           MOVE WS-AUTH-MAKER TO OPLG-PARTNER-ID
           WRITE OPLG-RECORD
           CLOSE OPERATOR-LOG-FILE.

      *****************************************************
      *  A REFUSED CLOSE GOES TO THE ALERT FEED (TEXT IN
      *  WS-ALERT-TEXT), WHICH IS THEN CLOSED FOR THE RUN.
      *  A PERIOD CLOSED WITH EXCEPTIONS OR DISCREPANCIES
      *  ON ITS CYCLES IS REPORTED AS A WARNING.
      *****************************************************
       8500-RAISE-REFUSAL-ALERT.
           MOVE SPACES TO WS-ALERT-CYCLE-ID
           MOVE "PCLSREFU" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE WS-PERIOD-ID TO WS-ALERT-KEY
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           PERFORM 8600-RAISE-ALERT
           PERFORM 8690-CLOSE-ALERT-FEED.

       8550-RAISE-OPEN-ITEMS-ALERT.
           MOVE WS-PERIOD-EXCP-COUNT TO WS-ALERT-EXCP-EDIT
           MOVE WS-PERIOD-DISC-COUNT TO WS-ALERT-DISC-EDIT
           MOVE SPACES TO WS-ALERT-CYCLE-ID
           MOVE "PCLSEXCP" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE WS-PERIOD-ID TO WS-ALERT-KEY
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "PERIOD " DELIMITED BY SIZE
               WS-PERIOD-ID DELIMITED BY SIZE
               " CLOSED WITH EXCEPTIONS" DELIMITED BY SIZE
               WS-ALERT-EXCP-EDIT DELIMITED BY SIZE
               " DISCREPANCIES" DELIMITED BY SIZE
               WS-ALERT-DISC-EDIT DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           PERFORM 8600-RAISE-ALERT.

      *****************************************************
      *  ALERT FEED. A NEW CONDITION IS APPENDED TO
      *  ALERTFIL AS AN R RECORD AND OPENED ON THE ALRTSTAT
      *  TABLE; A REPEAT OF ONE ALREADY OPEN ONLY COUNTS.
      *  SEVERITY AND PAGING ARE THE CALLER'S UNLESS THE
      *  CODE'S ALRTDEF CARD SAYS OTHERWISE.
      *****************************************************
       8600-RAISE-ALERT.
           IF NOT WS-ALERT-LOADED
               PERFORM 8610-LOAD-ALERT-TABLES
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           PERFORM 8620-APPLY-ALERT-DEFINITION
           MOVE 0 TO WS-ALST-CUR
           PERFORM VARYING WS-ALST-SUB FROM 1 BY 1
                   UNTIL WS-ALST-SUB > WS-ALST-COUNT
                      OR WS-ALST-CUR > 0
               IF WS-ALST-PROGRAM(WS-ALST-SUB) = WS-ALERT-PROGRAM
                       AND WS-ALST-CODE(WS-ALST-SUB) = WS-ALERT-CODE
                       AND WS-ALST-ENTITY(WS-ALST-SUB) =
                           WS-ALERT-ENTITY
                       AND WS-ALST-KEY(WS-ALST-SUB) = WS-ALERT-KEY
                   MOVE WS-ALST-SUB TO WS-ALST-CUR
               END-IF
           END-PERFORM
           IF WS-ALST-CUR > 0
               MOVE "S" TO WS-ALST-STATE(WS-ALST-CUR)
               MOVE WS-ALERT-TIMESTAMP TO WS-ALST-LAST(WS-ALST-CUR)
               IF WS-ALST-REPEATS(WS-ALST-CUR) < 99999
                   ADD 1 TO WS-ALST-REPEATS(WS-ALST-CUR)
               END-IF
           ELSE
               PERFORM 8630-OPEN-ALERT-CONDITION
               PERFORM 8640-OPEN-ALERT-FILE
               MOVE SPACES TO ALRT-RECORD
               MOVE WS-ALERT-TIMESTAMP TO ALRT-TIMESTAMP
               SET ALRT-RAISED TO TRUE
               MOVE WS-ALERT-PROGRAM TO ALRT-PROGRAM
               MOVE WS-ALERT-CYCLE-ID TO ALRT-CYCLE-ID
               MOVE WS-ALERT-ENTITY TO ALRT-ENTITY-CODE
               MOVE WS-ALERT-SEVERITY TO ALRT-SEVERITY
               MOVE WS-ALERT-PAGE TO ALRT-PAGE-FLAG
               MOVE WS-ALERT-CODE TO ALRT-MSG-CODE
               MOVE WS-ALERT-KEY TO ALRT-CONDITION-KEY
               MOVE WS-ALERT-TEXT TO ALRT-MSG-TEXT
               MOVE WS-ALERT-TIMESTAMP TO ALRT-FIRST-TIMESTAMP
               MOVE 0 TO ALRT-REPEAT-COUNT
               WRITE ALRT-RECORD
               CLOSE ALERT-FILE
           END-IF.

       8610-LOAD-ALERT-TABLES.
           SET WS-ALERT-LOADED TO TRUE
           MOVE 0 TO WS-ALRD-COUNT
           OPEN INPUT ALERT-DEFINITION-FILE
           IF WS-ALRD-STATUS = "00"
               MOVE "N" TO WS-ALERT-EOF-SW
               PERFORM UNTIL WS-ALERT-EOF
                   READ ALERT-DEFINITION-FILE
                       AT END
                           SET WS-ALERT-EOF TO TRUE
                       NOT AT END
                           PERFORM 8612-STORE-ALERT-DEFINITION
                   END-READ
               END-PERFORM
               CLOSE ALERT-DEFINITION-FILE
           ELSE
               CLOSE ALERT-DEFINITION-FILE
           END-IF
           MOVE 0 TO WS-ALST-COUNT
           OPEN INPUT ALERT-STATE-FILE
           IF WS-ALST-STATUS = "00"
               MOVE "N" TO WS-ALERT-EOF-SW
               PERFORM UNTIL WS-ALERT-EOF
                   READ ALERT-STATE-FILE
                       AT END
                           SET WS-ALERT-EOF TO TRUE
                       NOT AT END
                           PERFORM 8615-STORE-ALERT-CONDITION
                   END-READ
               END-PERFORM
               CLOSE ALERT-STATE-FILE
           ELSE
               CLOSE ALERT-STATE-FILE
           END-IF.

       8612-STORE-ALERT-DEFINITION.
           IF ALRD-MSG-CODE NOT = SPACES
               IF WS-ALRD-COUNT < 200
                   ADD 1 TO WS-ALRD-COUNT
                   MOVE ALRD-MSG-CODE TO WS-ALRD-CODE(WS-ALRD-COUNT)
                   MOVE ALRD-SEVERITY TO
                       WS-ALRD-SEVERITY(WS-ALRD-COUNT)
                   MOVE ALRD-PAGE-FLAG TO WS-ALRD-PAGE(WS-ALRD-COUNT)
               ELSE
                   DISPLAY WS-ALERT-PROGRAM ": ALRTDEF EXCEEDS 200 "
                       "CARDS - CARD IGNORED " ALRD-MSG-CODE
               END-IF
           END-IF.

       8615-STORE-ALERT-CONDITION.
           IF WS-ALST-COUNT < 500
               ADD 1 TO WS-ALST-COUNT
               MOVE ALST-PROGRAM TO WS-ALST-PROGRAM(WS-ALST-COUNT)
               MOVE ALST-RUN-TYPE TO WS-ALST-RUN-TYPE(WS-ALST-COUNT)
               MOVE ALST-MSG-CODE TO WS-ALST-CODE(WS-ALST-COUNT)
               MOVE ALST-ENTITY-CODE TO WS-ALST-ENTITY(WS-ALST-COUNT)
               MOVE ALST-CONDITION-KEY TO WS-ALST-KEY(WS-ALST-COUNT)
               MOVE ALST-CYCLE-ID TO WS-ALST-CYCLE-ID(WS-ALST-COUNT)
               MOVE ALST-SEVERITY TO WS-ALST-SEVERITY(WS-ALST-COUNT)
               MOVE ALST-FIRST-TIMESTAMP TO
                   WS-ALST-FIRST(WS-ALST-COUNT)
               MOVE ALST-LAST-TIMESTAMP TO WS-ALST-LAST(WS-ALST-COUNT)
               MOVE ALST-REPEAT-COUNT TO
                   WS-ALST-REPEATS(WS-ALST-COUNT)
               MOVE ALST-MSG-TEXT TO WS-ALST-TEXT(WS-ALST-COUNT)
               MOVE "O" TO WS-ALST-STATE(WS-ALST-COUNT)
           ELSE
               DISPLAY WS-ALERT-PROGRAM ": ALRTSTAT EXCEEDS 500 "
                   "OPEN CONDITIONS - DROPPED " ALST-PROGRAM " "
                   ALST-MSG-CODE " " ALST-CONDITION-KEY
           END-IF.

       8620-APPLY-ALERT-DEFINITION.
           PERFORM VARYING WS-ALRD-SUB FROM 1 BY 1
                   UNTIL WS-ALRD-SUB > WS-ALRD-COUNT
               IF WS-ALRD-CODE(WS-ALRD-SUB) = WS-ALERT-CODE
                   IF WS-ALRD-SEVERITY(WS-ALRD-SUB) NOT = SPACE
                       MOVE WS-ALRD-SEVERITY(WS-ALRD-SUB) TO
                           WS-ALERT-SEVERITY
                   END-IF
                   IF WS-ALRD-PAGE(WS-ALRD-SUB) NOT = SPACE
                       MOVE WS-ALRD-PAGE(WS-ALRD-SUB) TO WS-ALERT-PAGE
                   END-IF
               END-IF
           END-PERFORM.

       8630-OPEN-ALERT-CONDITION.
           IF WS-ALST-COUNT < 500
               ADD 1 TO WS-ALST-COUNT
               MOVE WS-ALERT-PROGRAM TO WS-ALST-PROGRAM(WS-ALST-COUNT)
               MOVE WS-ALERT-RUN-TYPE TO
                   WS-ALST-RUN-TYPE(WS-ALST-COUNT)
               MOVE WS-ALERT-CODE TO WS-ALST-CODE(WS-ALST-COUNT)
               MOVE WS-ALERT-ENTITY TO WS-ALST-ENTITY(WS-ALST-COUNT)
               MOVE WS-ALERT-KEY TO WS-ALST-KEY(WS-ALST-COUNT)
               MOVE WS-ALERT-CYCLE-ID TO
                   WS-ALST-CYCLE-ID(WS-ALST-COUNT)
               MOVE WS-ALERT-SEVERITY TO
                   WS-ALST-SEVERITY(WS-ALST-COUNT)
               MOVE WS-ALERT-TIMESTAMP TO WS-ALST-FIRST(WS-ALST-COUNT)
               MOVE WS-ALERT-TIMESTAMP TO WS-ALST-LAST(WS-ALST-COUNT)
               MOVE 0 TO WS-ALST-REPEATS(WS-ALST-COUNT)
               MOVE WS-ALERT-TEXT TO WS-ALST-TEXT(WS-ALST-COUNT)
               MOVE "S" TO WS-ALST-STATE(WS-ALST-COUNT)
           ELSE
               DISPLAY WS-ALERT-PROGRAM ": ALRTSTAT FULL - "
                   WS-ALERT-CODE " " WS-ALERT-KEY
                   " RAISED WITHOUT REPEAT SUPPRESSION"
           END-IF.

       8640-OPEN-ALERT-FILE.
           OPEN EXTEND ALERT-FILE
           IF WS-ALRT-STATUS = "05" OR WS-ALRT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

       8650-WRITE-CLEAR-RECORD.
           PERFORM 8640-OPEN-ALERT-FILE
           MOVE SPACES TO ALRT-RECORD
           MOVE WS-ALERT-TIMESTAMP TO ALRT-TIMESTAMP
           SET ALRT-CLEARED TO TRUE
           MOVE WS-ALST-PROGRAM(WS-ALST-SUB) TO ALRT-PROGRAM
           MOVE WS-ALST-CYCLE-ID(WS-ALST-SUB) TO ALRT-CYCLE-ID
           MOVE WS-ALST-ENTITY(WS-ALST-SUB) TO ALRT-ENTITY-CODE
           MOVE WS-ALST-SEVERITY(WS-ALST-SUB) TO ALRT-SEVERITY
           MOVE "N" TO ALRT-PAGE-FLAG
           MOVE WS-ALST-CODE(WS-ALST-SUB) TO ALRT-MSG-CODE
           MOVE WS-ALST-KEY(WS-ALST-SUB) TO ALRT-CONDITION-KEY
           MOVE WS-ALST-TEXT(WS-ALST-SUB) TO ALRT-MSG-TEXT
           MOVE WS-ALST-FIRST(WS-ALST-SUB) TO ALRT-FIRST-TIMESTAMP
           MOVE WS-ALST-REPEATS(WS-ALST-SUB) TO ALRT-REPEAT-COUNT
           WRITE ALRT-RECORD
           CLOSE ALERT-FILE
           MOVE "X" TO WS-ALST-STATE(WS-ALST-SUB).

       8660-WRITE-ALERT-CONDITION.
           MOVE SPACES TO ALST-RECORD
           MOVE WS-ALST-PROGRAM(WS-ALST-SUB) TO ALST-PROGRAM
           MOVE WS-ALST-RUN-TYPE(WS-ALST-SUB) TO ALST-RUN-TYPE
           MOVE WS-ALST-CODE(WS-ALST-SUB) TO ALST-MSG-CODE
           MOVE WS-ALST-ENTITY(WS-ALST-SUB) TO ALST-ENTITY-CODE
           MOVE WS-ALST-KEY(WS-ALST-SUB) TO ALST-CONDITION-KEY
           MOVE WS-ALST-CYCLE-ID(WS-ALST-SUB) TO ALST-CYCLE-ID
           MOVE WS-ALST-SEVERITY(WS-ALST-SUB) TO ALST-SEVERITY
           MOVE WS-ALST-FIRST(WS-ALST-SUB) TO ALST-FIRST-TIMESTAMP
           MOVE WS-ALST-LAST(WS-ALST-SUB) TO ALST-LAST-TIMESTAMP
           MOVE WS-ALST-REPEATS(WS-ALST-SUB) TO ALST-REPEAT-COUNT
           MOVE WS-ALST-TEXT(WS-ALST-SUB) TO ALST-MSG-TEXT
           WRITE ALST-RECORD.

      *****************************************************
      *  END OF RUN: A CONDITION THIS PROGRAM HAD OPEN FROM
      *  AN EARLIER RUN OF THE SAME TYPE AND DID NOT RAISE
      *  THIS TIME HAS CLEARED - A C RECORD TELLS THE
      *  CONSOLE AND IT LEAVES ALRTSTAT. THE TABLE, WITH
      *  EVERY OTHER PROGRAM'S CONDITIONS, IS REWRITTEN.
      *****************************************************
       8690-CLOSE-ALERT-FEED.
           IF NOT WS-ALERT-LOADED
               PERFORM 8610-LOAD-ALERT-TABLES
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           IF WS-ALERT-SWEEP
               PERFORM VARYING WS-ALST-SUB FROM 1 BY 1
                       UNTIL WS-ALST-SUB > WS-ALST-COUNT
                   IF WS-ALST-PROGRAM(WS-ALST-SUB) = WS-ALERT-PROGRAM
                           AND WS-ALST-RUN-TYPE(WS-ALST-SUB) =
                               WS-ALERT-RUN-TYPE
                           AND WS-ALST-STATE(WS-ALST-SUB) = "O"
                       PERFORM 8650-WRITE-CLEAR-RECORD
                   END-IF
               END-PERFORM
           END-IF
           OPEN OUTPUT ALERT-STATE-FILE
           PERFORM VARYING WS-ALST-SUB FROM 1 BY 1
                   UNTIL WS-ALST-SUB > WS-ALST-COUNT
               IF WS-ALST-STATE(WS-ALST-SUB) NOT = "X"
                   PERFORM 8660-WRITE-ALERT-CONDITION
               END-IF
           END-PERFORM
           CLOSE ALERT-STATE-FILE.
