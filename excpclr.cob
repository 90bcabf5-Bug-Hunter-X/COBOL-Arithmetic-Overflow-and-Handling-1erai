      *  EVERY ERROR PATH IN CNTRPROC APPENDS TO EXCPFILE,
      *  AND UNTIL NOW THERE WAS NO WAY TO RETIRE AN ENTRY
      *  ONCE IT HAD BEEN INVESTIGATED AND RESOLVED. THIS
      *  UTILITY LETS AN OPERATOR, WITH A SECOND OPERATOR
      *  SIGNING OFF (BOTH HOLDING CLEAR AUTHORITY ON
      *  OPERAUTH), CLEAR THE OPEN
      *  EXCEPTION(S) OF A NAMED CYCLE - ALL OF THEM, OR
      *  JUST THE ONE WITH A GIVEN TIMESTAMP - STAMPING
      *  THE OPERATOR ID, A RESOLUTION NOTE AND THE CLEAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPAU-STATUS.

           SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       FD  AUDIT-FILE.
       COPY "auditrec.cpy".

       FD  OPERATOR-AUTH-FILE.
       COPY "opaurec.cpy".

       FD  SECURITY-VIOLATION-FILE.
       COPY "secvrec.cpy".

       FD  OPERATOR-LOG-FILE.
       COPY "oplgrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EXCP-STATUS               PIC XX VALUE "00".
       01  WS-EWRK-STATUS               PIC XX VALUE "00".
       01  WS-CLEARED-COUNT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-COUNTER-VALUE             PIC 9(10) COMP-3 VALUE 0.

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
           05  WS-AUTH-PROGRAM         PIC X(8) VALUE "EXCPCLR".
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

       01  WS-RETURN-CODES.
           05  WS-NORMAL-RC            PIC 9(3) VALUE 0.
           05  WS-REWRITE-FAIL-RC      PIC 9(3) VALUE 16.
           PERFORM 1000-VALIDATE-CLEAR-REQUEST
           IF NOT WS-CLEAR-VALID
               DISPLAY "EXCPCLR: CLEAR REQUEST REJECTED - "
                   "TRAN CODE OR RUN-ID MISSING"
               MOVE WS-CLEAR-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CLEAR" TO WS-AUTH-ACTION
           MOVE SPACES TO WS-AUTH-ENTITY
           MOVE XCLR-RUN-ID TO WS-AUTH-REFERENCE
           MOVE XCLR-OPERATOR-ID TO WS-AUTH-MAKER
           MOVE XCLR-SIGNOFF-ID TO WS-AUTH-CHECKER
           PERFORM 8000-CHECK-AUTHORITY
           IF NOT WS-AUTH-GRANTED
               DISPLAY "EXCPCLR: CLEAR REQUEST REJECTED - "
                   WS-AUTH-REFUSE-TEXT
               MOVE WS-CLEAR-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-CLEAR-VALID-SW
           IF LK-PARM-LENGTH > 0
                   AND XCLR-TRAN-CODE = "CLEAR"
                   AND XCLR-RUN-ID NOT = SPACES
               SET WS-CLEAR-VALID TO TRUE
           END-IF.
           MOVE WS-COUNTER-VALUE TO AUDIT-NEW-VALUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

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
