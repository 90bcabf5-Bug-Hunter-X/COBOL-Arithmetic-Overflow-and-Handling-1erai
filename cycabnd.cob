      *  OR WAS REBUILT, EVERY RERUN ENDS UNRESOLVED AND
      *  THE CYCLE STAYS OPEN FOREVER. THIS UTILITY
      *  FORMALLY ABANDONS A NAMED IN-FLIGHT CYCLE UNDER
      *  THE SAME MAKER/CHECKER RULE AS MAINTPRM - TWO
      *  DISTINCT OPERATOR IDS, EACH HOLDING ABAND
      *  AUTHORITY ON OPERAUTH: EVERY ENTITY-SCOPE CHECKPOINT
      *  OF THE CYCLE HAS ITS LAST-TRAN-KEY CLEARED (SO
      *  THE SEQUENCE IS FREED AND THE NEXT CYCLE STARTS
      *  CLEANLY), AN AUDIT RECORD IS APPENDED WITH OLD
      *  IS RECORDED ON EXCPFILE WITH BOTH OPERATOR IDS
      *  AND THE CHECKPOINTED COUNTER VALUE. NO HAND-EDIT
      *  OF RESTFILE EVER AGAIN.
      *  THE COUNTERS ONLY EVER HELD WHAT THE CYCLE HAD
      *  COUNTED AT ITS LAST CHECKPOINT, SO THE TRANREG
      *  ENTRIES IT POSTED AFTER THAT POINT (TREG-POST-SEQ
      *  PAST THE CHECKPOINT'S REST-POSTED-COUNT) ARE
      *  REMOVED, AND A REVERSAL AMONG THEM IS TAKEN BACK
      *  OFF ITS ORIGINAL, AS CYCBKOUT DOES FOR A WHOLE
      *  CYCLE. THOSE KEYS CAN THEN BE SENT AGAIN.
      *  A CHECKPOINT OR REGISTER ENTRY THAT CANNOT BE
      *  REWRITTEN IS NAMED ON ITS OWN EXCPFILE RECORD AND
      *  THE RUN ENDS RC 16.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS REST-KEY
               FILE STATUS IS WS-REST-STATUS.

           SELECT TRAN-REGISTER-FILE ASSIGN TO "TRANREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREG-TRAN-KEY
               FILE STATUS IS WS-TREG-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  RESTART-FILE.
       COPY "restrec.cpy".

       FD  TRAN-REGISTER-FILE.
       COPY "tregrec.cpy".

       FD  CONTROL-FILE.
       COPY "ctlrec.cpy".

       FD  EXCEPTION-FILE.
       COPY "excprec.cpy".

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
       01  WS-REST-STATUS               PIC XX VALUE "00".
       01  WS-TREG-STATUS               PIC XX VALUE "00".
       01  WS-CTL-STATUS                PIC XX VALUE "00".
       01  WS-AUDIT-STATUS              PIC XX VALUE "00".
       01  WS-EXCP-STATUS               PIC XX VALUE "00".

       01  WS-ABANDON-VALID-SW          PIC X VALUE "N".
           88  WS-ABANDON-VALID                VALUE "Y".
       01  WS-REWRITE-FAILED-SW         PIC X VALUE "N".
           88  WS-REWRITE-FAILED               VALUE "Y".

       01  WS-TIMESTAMP                 PIC X(26).
       01  WS-CLEARED-COUNT             PIC 9(3) COMP-3 VALUE 0.
       01  WS-CHECKPOINT-VALUE          PIC 9(10) COMP-3 VALUE 0.
       01  WS-COUNTER-VALUE             PIC 9(10) COMP-3 VALUE 0.
       01  WS-CHECKPOINT-POSTED         PIC 9(7) VALUE 0.
       01  WS-TREG-REMOVED              PIC 9(7) COMP-3 VALUE 0.
       01  WS-SAVE-TREG-KEY             PIC X(16).
       01  WS-SAVE-REVERSAL-FLAG        PIC X.
       01  WS-SAVE-ORIG-KEY             PIC X(16).
       01  WS-SAVE-AMOUNT               PIC 9(9)V99.

      *****************************************************
      *  CHECKPOINTS AND REGISTER ENTRIES WHOSE REWRITE
      *  FAILED, EACH NAMED ON ITS OWN EXCPFILE RECORD.
      *****************************************************
       01  WS-FAIL-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-FAIL-SUB                  PIC 9(3) COMP.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 100 TIMES.
               10  WS-FAIL-FILE         PIC X(8).
               10  WS-FAIL-KEY          PIC X(16).
       01  WS-FAIL-FILE-NAME            PIC X(8).
       01  WS-FAIL-RECORD-KEY           PIC X(16).

       01  WS-ABANDON-REASON.
           05  FILLER                  PIC X(19) VALUE
           05  WS-AR-SIGNOFF           PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.

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
           05  WS-AUTH-PROGRAM         PIC X(8) VALUE "CYCABND".
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
           05  WS-ALERT-PROGRAM        PIC X(8) VALUE "CYCABND".
           05  WS-ALERT-RUN-TYPE       PIC X(5) VALUE "RUN".
           05  WS-ALERT-CYCLE-ID       PIC X(11) VALUE SPACES.
           05  WS-ALERT-CODE           PIC X(8) VALUE SPACES.
           05  WS-ALERT-ENTITY         PIC X(3) VALUE SPACES.
           05  WS-ALERT-KEY            PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC X VALUE "W".
           05  WS-ALERT-PAGE           PIC X VALUE "N".
           05  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.
       01  WS-ALERT-TIMESTAMP          PIC X(26).

       01  WS-ALERT-CLEARED-EDIT       PIC ZZ9.

       01  WS-RETURN-CODES.
           05  WS-NORMAL-RC            PIC 9(3) VALUE 0.
           05  WS-REWRITE-FAIL-RC      PIC 9(3) VALUE 16.
           05  WS-ABANDON-REJECT-RC    PIC 9(3) VALUE 24.

       LINKAGE SECTION.
           PERFORM 1000-VALIDATE-ABANDON-REQUEST
           IF NOT WS-ABANDON-VALID
               DISPLAY "CYCABND: ABANDON REQUEST REJECTED - "
                   "TRANSACTION CODE NOT ABAND OR CYCLE ID MISSING"
               MOVE "ABANDON REJECTED - CODE NOT ABAND OR NO CYCLE ID"
                   TO WS-ALERT-TEXT
               PERFORM 8500-RAISE-REFUSAL-ALERT
               MOVE WS-ABANDON-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ABAND" TO WS-AUTH-ACTION
           MOVE SPACES TO WS-AUTH-ENTITY
           MOVE ABND-CYCLE-ID TO WS-AUTH-REFERENCE
           MOVE ABND-OPERATOR-ID TO WS-AUTH-MAKER
           MOVE ABND-SIGNOFF-ID TO WS-AUTH-CHECKER
           PERFORM 8000-CHECK-AUTHORITY
           IF NOT WS-AUTH-GRANTED
               DISPLAY "CYCABND: ABANDON REQUEST REJECTED - "
                   WS-AUTH-REFUSE-TEXT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "ABANDON REQUEST REJECTED - " DELIMITED BY SIZE
                   WS-AUTH-REFUSE-TEXT DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 8500-RAISE-REFUSAL-ALERT
               MOVE WS-ABANDON-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-CLEAR-CYCLE-CHECKPOINTS
           IF WS-CLEARED-COUNT = 0 AND WS-REWRITE-FAILED
               PERFORM 4000-WRITE-ABANDON-EXCEPTION
               DISPLAY "CYCABND: NO CHECKPOINT OF CYCLE "
                   ABND-CYCLE-ID " COULD BE CLEARED - NOTHING "
                   "ABANDONED - SEE EXCPFILE"
               MOVE "CHECKPOINT REWRITE FAILED - NOTHING ABANDONED"
                   TO WS-ALERT-TEXT
               PERFORM 8500-RAISE-REFUSAL-ALERT
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CLEARED-COUNT = 0
               DISPLAY "CYCABND: NO IN-FLIGHT CHECKPOINT FOUND FOR "
                   "CYCLE " ABND-CYCLE-ID " - NOTHING ABANDONED"
               MOVE "NO IN-FLIGHT CHECKPOINT FOUND - NOTHING ABANDONED"
                   TO WS-ALERT-TEXT
               PERFORM 8500-RAISE-REFUSAL-ALERT
               MOVE WS-ABANDON-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2500-REMOVE-UNCHECKPOINTED-KEYS
           PERFORM 3000-WRITE-ABANDON-AUDIT-RECORD
           PERFORM 4000-WRITE-ABANDON-EXCEPTION
           DISPLAY "CYCABND: CYCLE " ABND-CYCLE-ID " ABANDONED - "
               WS-CLEARED-COUNT " CHECKPOINT(S) CLEARED BY "
               ABND-OPERATOR-ID "/" ABND-SIGNOFF-ID
           DISPLAY "CYCABND: " WS-TREG-REMOVED " TRANREG ENTRIES "
               "POSTED AFTER CHECKPOINT " WS-CHECKPOINT-POSTED
               " REMOVED"
           PERFORM 8550-RAISE-ABANDONED-ALERT
           PERFORM 8690-CLOSE-ALERT-FEED
           IF WS-REWRITE-FAILED
               DISPLAY "CYCABND: " WS-FAIL-COUNT
                   " CHECKPOINT/REGISTER RECORD(S) NOT REWRITTEN - "
                   "SEE EXCPFILE"
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
           ELSE
               MOVE WS-NORMAL-RC TO RETURN-CODE
           END-IF
           GOBACK.

       1000-VALIDATE-ABANDON-REQUEST.
           MOVE "N" TO WS-ABANDON-VALID-SW
           IF LK-PARM-LENGTH > 0
                   AND ABND-TRAN-CODE = "ABAND"
                   AND ABND-CYCLE-ID NOT = SPACES
               SET WS-ABANDON-VALID TO TRUE
           END-IF.
      *  EVERY CHECKPOINT RECORD OF THE NAMED CYCLE WITH A
      *  NON-BLANK LAST-TRAN-KEY IS CLEARED. THE COUNTER
      *  VALUE OF THE LAST ONE SEEN IS PRESERVED ON THE
      *  EXCEPTION RECORD; THE HIGHEST POSTED COUNT AMONG
      *  THEM BOUNDS THE REGISTER ENTRIES THAT STAND.
      *****************************************************
       2000-CLEAR-CYCLE-CHECKPOINTS.
           OPEN I-O RESTART-FILE

       2200-CLEAR-ONE-CHECKPOINT.
           MOVE REST-COUNTER-VALUE TO WS-CHECKPOINT-VALUE
           IF REST-POSTED-COUNT > WS-CHECKPOINT-POSTED
               MOVE REST-POSTED-COUNT TO WS-CHECKPOINT-POSTED
           END-IF
           MOVE SPACES TO REST-LAST-TRAN-KEY
           MOVE WS-TIMESTAMP TO REST-TIMESTAMP
           REWRITE REST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-REST-STATUS = "00"
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               DISPLAY "CYCABND: REWRITE FAILED FOR RESTFILE KEY "
                   REST-KEY " - STATUS " WS-REST-STATUS
               MOVE "RESTFILE" TO WS-FAIL-FILE-NAME
               MOVE REST-KEY TO WS-FAIL-RECORD-KEY
               PERFORM 2900-RECORD-REWRITE-FAILURE
           END-IF.

      *****************************************************
      *  REMOVE THE CYCLE'S TRANREG ENTRIES NUMBERED PAST
      *  THE CHECKPOINT. AN ENTRY WITH NO POST SEQUENCE
      *  PREDATES THE FIELD AND IS LEFT AS IT STANDS.
      *****************************************************
       2500-REMOVE-UNCHECKPOINTED-KEYS.
           OPEN I-O TRAN-REGISTER-FILE
           IF WS-TREG-STATUS NOT = "00"
               DISPLAY "CYCABND: UNABLE TO OPEN TRANREG - STATUS "
                   WS-TREG-STATUS " - REGISTER KEYS NOT REMOVED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO TREG-TRAN-KEY
               START TRAN-REGISTER-FILE KEY NOT < TREG-TRAN-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ TRAN-REGISTER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TREG-CYCLE-ID = ABND-CYCLE-ID
                                   AND TREG-POST-SEQ IS NUMERIC
                               IF TREG-POST-SEQ >
                                       WS-CHECKPOINT-POSTED
                                   PERFORM 2510-REMOVE-REGISTER-KEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRAN-REGISTER-FILE.

       2510-REMOVE-REGISTER-KEY.
           MOVE TREG-TRAN-KEY TO WS-SAVE-TREG-KEY
           MOVE TREG-REVERSAL-FLAG TO WS-SAVE-REVERSAL-FLAG
           MOVE TREG-ORIG-KEY TO WS-SAVE-ORIG-KEY
           MOVE TREG-AMOUNT TO WS-SAVE-AMOUNT
           DELETE TRAN-REGISTER-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TREG-REMOVED
           END-DELETE
           IF WS-SAVE-REVERSAL-FLAG = "Y"
               PERFORM 2520-UNDO-REVERSAL-ON-ORIGINAL
           END-IF
           MOVE WS-SAVE-TREG-KEY TO TREG-TRAN-KEY
           START TRAN-REGISTER-FILE KEY > TREG-TRAN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       2520-UNDO-REVERSAL-ON-ORIGINAL.
           MOVE WS-SAVE-ORIG-KEY TO TREG-TRAN-KEY
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TREG-REVERSED-AMOUNT > WS-SAVE-AMOUNT
                       SUBTRACT WS-SAVE-AMOUNT
                           FROM TREG-REVERSED-AMOUNT
                   ELSE
                       MOVE 0 TO TREG-REVERSED-AMOUNT
                   END-IF
                   IF TREG-REVERSAL-COUNT > 0
                       SUBTRACT 1 FROM TREG-REVERSAL-COUNT
                   END-IF
                   IF TREG-REVERSAL-COUNT = 0
                       MOVE SPACES TO TREG-LAST-REV-KEY
                       MOVE SPACES TO TREG-LAST-REV-CYCLE
                   END-IF
                   REWRITE TREG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-TREG-STATUS NOT = "00"
                       DISPLAY "CYCABND: REWRITE FAILED FOR TRANREG "
                           "KEY " TREG-TRAN-KEY " - STATUS "
                           WS-TREG-STATUS
                       MOVE "TRANREG" TO WS-FAIL-FILE-NAME
                       MOVE TREG-TRAN-KEY TO WS-FAIL-RECORD-KEY
                       PERFORM 2900-RECORD-REWRITE-FAILURE
                   END-IF
           END-READ.

       2900-RECORD-REWRITE-FAILURE.
           SET WS-REWRITE-FAILED TO TRUE
           IF WS-FAIL-COUNT < 100
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-FAIL-FILE-NAME TO WS-FAIL-FILE(WS-FAIL-COUNT)
               MOVE WS-FAIL-RECORD-KEY TO WS-FAIL-KEY(WS-FAIL-COUNT)
           END-IF.

      *****************************************************
      *  THE ABANDONMENT IS AUDITED WITH OLD VALUE = NEW
           MOVE SPACES TO EXCP-CLEARED-BY
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           IF WS-CLEARED-COUNT > 0
               WRITE EXCP-RECORD
           END-IF
           PERFORM VARYING WS-FAIL-SUB FROM 1 BY 1
                   UNTIL WS-FAIL-SUB > WS-FAIL-COUNT
               PERFORM 4100-WRITE-REWRITE-FAILURE
           END-PERFORM
           CLOSE EXCEPTION-FILE.

      *****************************************************
      *  ONE FURTHER EXCEPTION PER CHECKPOINT OR REGISTER
      *  ENTRY LEFT UNCHANGED, FOR REPAIR BY HAND.
      *****************************************************
       4100-WRITE-REWRITE-FAILURE.
           MOVE SPACES TO EXCP-REASON
           STRING WS-FAIL-FILE(WS-FAIL-SUB) DELIMITED BY SPACE
               " NOT REWRITTEN: " DELIMITED BY SIZE
               WS-FAIL-KEY(WS-FAIL-SUB) DELIMITED BY SIZE
               INTO EXCP-REASON
           END-STRING
           WRITE EXCP-RECORD.

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
      *  A REFUSED ABANDON GOES TO THE ALERT FEED (TEXT IN
      *  WS-ALERT-TEXT), WHICH IS THEN CLOSED FOR THE RUN.
      *  A CYCLE ACTUALLY ABANDONED IS REPORTED AS A
      *  WARNING UNDER ITS OWN CYCLE ID.
      *****************************************************
       8500-RAISE-REFUSAL-ALERT.
           MOVE SPACES TO WS-ALERT-CYCLE-ID
           MOVE SPACES TO WS-ALERT-KEY
           IF LK-PARM-LENGTH > 0
               MOVE ABND-CYCLE-ID TO WS-ALERT-CYCLE-ID
               MOVE ABND-CYCLE-ID TO WS-ALERT-KEY
           END-IF
           MOVE "ABNDREFU" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           PERFORM 8600-RAISE-ALERT
           PERFORM 8690-CLOSE-ALERT-FEED.

       8550-RAISE-ABANDONED-ALERT.
           MOVE WS-CLEARED-COUNT TO WS-ALERT-CLEARED-EDIT
           MOVE ABND-CYCLE-ID TO WS-ALERT-CYCLE-ID
           MOVE "ABNDDONE" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE ABND-CYCLE-ID TO WS-ALERT-KEY
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "CYCLE " DELIMITED BY SIZE
               ABND-CYCLE-ID DELIMITED BY SIZE
               " ABANDONED BY " DELIMITED BY SIZE
               ABND-OPERATOR-ID DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               ABND-SIGNOFF-ID DELIMITED BY SPACE
               " CHECKPOINTS" DELIMITED BY SIZE
               WS-ALERT-CLEARED-EDIT DELIMITED BY SIZE
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
