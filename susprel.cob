       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREL.
      *****************************************************
      *  SUSPREL - AUTHORIZED RELEASE OR DECLINE OF A
      *  HIGH-VALUE ITEM HELD IN SUSPENSE.
      *
      *  CNTRPROC DIVERTS A DETAIL WHOSE AMOUNT IS OVER
      *  ITS THRSFILE THRESHOLD TO SUSPFILE INSTEAD OF
      *  COUNTING IT. THIS UTILITY RECORDS THE SECOND LOOK
      *  UNDER THE SAME MAKER/CHECKER RULE AS MAINTPRM AND
      *  CYCABND - TWO DISTINCT OPERATOR IDS, EACH HOLDING
      *  AUTHORITY FOR THE ACTION AND THE ITEM'S ENTITY ON
      *  OPERAUTH:
      *    RELSE - THE HELD ITEM IS MARKED RELEASED AND IS
      *            COUNTED BY THE NEXT CNTRPROC CYCLE, WHICH
      *            LINKS IT BACK TO THE CYCLE THAT HELD IT.
      *    DECLN - THE HELD ITEM IS MARKED DECLINED AND ITS
      *            IMAGE IS WRITTEN TO REJFILE (REASON SUSD)
      *            UNDER THE CYCLE THAT HELD IT, FOR UPSTREAM
      *            CORRECTION OR RECYCLE THROUGH REJRECYC.
      *  ONLY A HELD ITEM (STATUS H) MAY BE ACTED ON. BOTH
      *  OPERATOR IDS AND THE ACTION TIMESTAMP ARE STAMPED
      *  ON THE SUSPENSE RECORD, AND THE ACTION IS AUDITED
      *  WITH OLD VALUE = NEW VALUE = THE CURRENT COUNTER
      *  SO THE AUDTRPT VALUE CHAIN STAYS UNBROKEN.
      *  WHEN THE SUSPENSE RECORD CANNOT BE REWRITTEN THE
      *  ITEM STAYS HELD, NO REJFILE OR AUDIT RECORD IS
      *  WRITTEN, THE FAILURE IS RECORDED ON EXCPFILE AND
      *  THE RUN ENDS RC 16.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-TRAN-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

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
       FD  SUSPENSE-FILE.
       COPY "susprec.cpy".

       FD  CONTROL-FILE.
       COPY "ctlrec.cpy".

       FD  AUDIT-FILE.
       COPY "auditrec.cpy".

       FD  REJECT-FILE.
       COPY "rejrec.cpy".

       FD  EXCEPTION-FILE.
       COPY "excprec.cpy".

       FD  OPERATOR-AUTH-FILE.
       COPY "opaurec.cpy".

       FD  SECURITY-VIOLATION-FILE.
       COPY "secvrec.cpy".

       FD  OPERATOR-LOG-FILE.
       COPY "oplgrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS               PIC XX VALUE "00".
       01  WS-CTL-STATUS                PIC XX VALUE "00".
       01  WS-AUDIT-STATUS              PIC XX VALUE "00".
       01  WS-REJ-STATUS                PIC XX VALUE "00".
       01  WS-EXCP-STATUS               PIC XX VALUE "00".

       01  WS-REQUEST-VALID-SW          PIC X VALUE "N".
           88  WS-REQUEST-VALID                VALUE "Y".
       01  WS-ITEM-FOUND-SW             PIC X VALUE "N".
           88  WS-ITEM-FOUND                   VALUE "Y".
       01  WS-RELEASE-SW                PIC X VALUE "N".
           88  WS-RELEASE-REQUEST              VALUE "Y".
       01  WS-REWRITE-OK-SW             PIC X VALUE "N".
           88  WS-REWRITE-OK                   VALUE "Y".

       01  WS-TIMESTAMP                 PIC X(26).
       01  WS-COUNTER-VALUE             PIC 9(10) COMP-3 VALUE 0.
       01  WS-AUDIT-ACTION              PIC X(8) VALUE SPACES.

       01  WS-DECLINE-TEXT.
           05  FILLER                  PIC X(10) VALUE
               "DECLINED: ".
           05  WS-DT-NOTE              PIC X(30).

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
           05  WS-AUTH-PROGRAM         PIC X(8) VALUE "SUSPREL".
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
           05  WS-REQUEST-REJECT-RC    PIC 9(3) VALUE 24.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(80).
           05  LK-SUSP-PARM REDEFINES LK-PARM-DATA.
               COPY "suspprm.cpy".

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 1000-VALIDATE-REQUEST
           IF NOT WS-REQUEST-VALID
               DISPLAY "SUSPREL: REQUEST REJECTED - TRAN CODE NOT "
                   "RELSE/DECLN OR TRAN-KEY MISSING"
               MOVE WS-REQUEST-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "SUSPREL: UNABLE TO OPEN SUSPFILE - STATUS "
                   WS-SUSP-STATUS
               CLOSE SUSPENSE-FILE
               MOVE WS-REQUEST-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-READ-HELD-ITEM
           IF NOT WS-ITEM-FOUND
               CLOSE SUSPENSE-FILE
               MOVE WS-REQUEST-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SUSP-PRM-TRAN-CODE TO WS-AUTH-ACTION
           MOVE SUSP-ENTITY-CODE TO WS-AUTH-ENTITY
           MOVE SUSP-TRAN-KEY TO WS-AUTH-REFERENCE
           MOVE SUSP-PRM-OPERATOR-ID TO WS-AUTH-MAKER
           MOVE SUSP-PRM-SIGNOFF-ID TO WS-AUTH-CHECKER
           PERFORM 8000-CHECK-AUTHORITY
           IF NOT WS-AUTH-GRANTED
               DISPLAY "SUSPREL: REQUEST REJECTED - "
                   WS-AUTH-REFUSE-TEXT
               CLOSE SUSPENSE-FILE
               MOVE WS-REQUEST-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RELEASE-REQUEST
               PERFORM 3000-RELEASE-ITEM
           ELSE
               PERFORM 4000-DECLINE-ITEM
           END-IF
           CLOSE SUSPENSE-FILE
           IF WS-REWRITE-OK
               PERFORM 5000-WRITE-AUDIT-RECORD
               MOVE WS-NORMAL-RC TO RETURN-CODE
           ELSE
               PERFORM 6000-WRITE-REWRITE-EXCEPTION
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
           END-IF
           GOBACK.

       1000-VALIDATE-REQUEST.
           MOVE "N" TO WS-REQUEST-VALID-SW
           IF LK-PARM-LENGTH > 0
                   AND (SUSP-PRM-TRAN-CODE = "RELSE"
                       OR SUSP-PRM-TRAN-CODE = "DECLN")
                   AND SUSP-PRM-TRAN-KEY NOT = SPACES
               SET WS-REQUEST-VALID TO TRUE
               IF SUSP-PRM-TRAN-CODE = "RELSE"
                   SET WS-RELEASE-REQUEST TO TRUE
               END-IF
           END-IF.

       2000-READ-HELD-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE SUSP-PRM-TRAN-KEY TO SUSP-TRAN-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "SUSPREL: KEY " SUSP-PRM-TRAN-KEY
                       " NOT ON SUSPFILE"
               NOT INVALID KEY
                   IF SUSP-STATUS = "H"
                       SET WS-ITEM-FOUND TO TRUE
                   ELSE
                       DISPLAY "SUSPREL: KEY " SUSP-PRM-TRAN-KEY
                           " NOT HELD - STATUS " SUSP-STATUS
                           " - NOTHING DONE"
                   END-IF
           END-READ.

       2100-STAMP-ACTION.
           MOVE SUSP-PRM-TRAN-CODE TO SUSP-ACTION-CODE
           MOVE SUSP-PRM-OPERATOR-ID TO SUSP-OPERATOR-ID
           MOVE SUSP-PRM-SIGNOFF-ID TO SUSP-SIGNOFF-ID
           MOVE WS-TIMESTAMP TO SUSP-ACTION-TIMESTAMP.

       2200-REWRITE-SUSPENSE-ITEM.
           MOVE "N" TO WS-REWRITE-OK-SW
           REWRITE SUSP-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-SUSP-STATUS = "00"
                       SET WS-REWRITE-OK TO TRUE
                   END-IF
           END-REWRITE
           IF NOT WS-REWRITE-OK
               DISPLAY "SUSPREL: REWRITE FAILED FOR KEY "
                   SUSP-TRAN-KEY " - STATUS " WS-SUSP-STATUS
                   " - ITEM LEFT HELD"
           END-IF.

       3000-RELEASE-ITEM.
           MOVE "R" TO SUSP-STATUS
           PERFORM 2100-STAMP-ACTION
           PERFORM 2200-REWRITE-SUSPENSE-ITEM
           IF WS-REWRITE-OK
               MOVE "SUSPREL" TO WS-AUDIT-ACTION
               DISPLAY "SUSPREL: KEY " SUSP-TRAN-KEY " AMOUNT "
                   SUSP-AMOUNT " HELD BY CYCLE " SUSP-ORIG-CYCLE-ID
                   " RELEASED BY " SUSP-PRM-OPERATOR-ID "/"
                   SUSP-PRM-SIGNOFF-ID " - COUNTED NEXT CYCLE"
           END-IF.

       4000-DECLINE-ITEM.
           MOVE "D" TO SUSP-STATUS
           PERFORM 2100-STAMP-ACTION
           PERFORM 2200-REWRITE-SUSPENSE-ITEM
           IF WS-REWRITE-OK
               PERFORM 4100-WRITE-DECLINED-REJECT
           END-IF.

       4100-WRITE-DECLINED-REJECT.
           OPEN EXTEND REJECT-FILE
           IF WS-REJ-STATUS = "05" OR WS-REJ-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF
           MOVE SUSP-ORIG-CYCLE-ID TO REJ-RUN-ID
           MOVE WS-TIMESTAMP TO REJ-TIMESTAMP
           MOVE "SUSD" TO REJ-REASON-CODE
           IF SUSP-PRM-NOTE = SPACES
               MOVE "HIGH-VALUE ITEM DECLINED FROM SUSPENSE" TO
                   REJ-REASON-TEXT
           ELSE
               MOVE SUSP-PRM-NOTE TO WS-DT-NOTE
               MOVE WS-DECLINE-TEXT TO REJ-REASON-TEXT
           END-IF
           MOVE SUSP-RECORD-IMAGE TO REJ-RECORD-IMAGE
           MOVE "O" TO REJ-STATUS
           MOVE SPACES TO REJ-RECYCLE-CYCLE
           WRITE REJ-RECORD
           CLOSE REJECT-FILE
           MOVE "SUSPDECL" TO WS-AUDIT-ACTION
           DISPLAY "SUSPREL: KEY " SUSP-TRAN-KEY " AMOUNT "
               SUSP-AMOUNT " HELD BY CYCLE " SUSP-ORIG-CYCLE-ID
               " DECLINED BY " SUSP-PRM-OPERATOR-ID "/"
               SUSP-PRM-SIGNOFF-ID " - WRITTEN TO REJFILE".

      *****************************************************
      *  THE ACTION IS AUDITED WITH OLD VALUE = NEW VALUE
      *  = THE CURRENT AGGREGATE COUNTER, AS CYCABND DOES.
      *****************************************************
       5000-WRITE-AUDIT-RECORD.
           PERFORM 5100-READ-AGGREGATE-COUNTER
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SUSP-ORIG-CYCLE-ID TO AUDIT-RUN-ID
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION-CODE
           MOVE WS-COUNTER-VALUE TO AUDIT-OLD-VALUE
           MOVE WS-COUNTER-VALUE TO AUDIT-NEW-VALUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       5100-READ-AGGREGATE-COUNTER.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE SPACES TO CTL-ENTITY-CODE
               MOVE "COUNTER1" TO CTL-KEY-NAME
               READ CONTROL-FILE
                   INVALID KEY
                       MOVE 0 TO WS-COUNTER-VALUE
                   NOT INVALID KEY
                       MOVE CTL-COUNTER TO WS-COUNTER-VALUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       6000-WRITE-REWRITE-EXCEPTION.
           PERFORM 5100-READ-AGGREGATE-COUNTER
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS = "05" OR WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           MOVE SUSP-ORIG-CYCLE-ID TO EXCP-RUN-ID
           MOVE WS-TIMESTAMP TO EXCP-TIMESTAMP
           MOVE WS-COUNTER-VALUE TO EXCP-COUNTER-VALUE
           MOVE SPACES TO EXCP-REASON
           STRING "SUSPFILE NOT REWRITTEN: " DELIMITED BY SIZE
               SUSP-TRAN-KEY DELIMITED BY SIZE
               INTO EXCP-REASON
           END-STRING
           MOVE "O" TO EXCP-STATUS
           MOVE SPACES TO EXCP-CLEARED-BY
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE.

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
