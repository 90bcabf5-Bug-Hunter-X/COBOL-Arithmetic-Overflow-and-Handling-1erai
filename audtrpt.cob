               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  AUDIT-FILE.
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  ALERT-FILE.
       COPY "alrtrec.cpy".

       FD  ALERT-DEFINITION-FILE.
       COPY "alrdrec.cpy".

       FD  ALERT-STATE-FILE.
       COPY "alstrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS              PIC XX VALUE "00".
       01  WS-CTL-STATUS                PIC XX VALUE "00".
           05  FILLER PIC X(44) VALUE
               "CTLFILE COUNTER NOT AVAILABLE - NOT VERIFIED".

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
           05  WS-ALERT-PROGRAM        PIC X(8) VALUE "AUDTRPT".
           05  WS-ALERT-RUN-TYPE       PIC X(5) VALUE "RUN".
           05  WS-ALERT-CYCLE-ID       PIC X(11) VALUE SPACES.
           05  WS-ALERT-CODE           PIC X(8) VALUE SPACES.
           05  WS-ALERT-ENTITY         PIC X(3) VALUE SPACES.
           05  WS-ALERT-KEY            PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC X VALUE "W".
           05  WS-ALERT-PAGE           PIC X VALUE "N".
           05  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.
       01  WS-ALERT-TIMESTAMP          PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 4000-VERIFY-AGAINST-CONTROL
           PERFORM 9000-WRITE-SUMMARY
           PERFORM 9900-FINALIZE
           PERFORM 8690-CLOSE-ALERT-FEED
           GOBACK.

       1000-INITIALIZE.
           MOVE WS-PREV-NEW-VALUE TO WS-CB-EXPECTED
           MOVE AUDIT-OLD-VALUE TO WS-CB-FOUND
           MOVE WS-CHAIN-BREAK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE AUDIT-RUN-ID TO WS-ALERT-CYCLE-ID
           MOVE "AUDTCHBK" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE AUDIT-RUN-ID TO WS-ALERT-KEY
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "AUDIT CHAIN BREAK - EXPECTED OLD " DELIMITED BY SIZE
               WS-CB-EXPECTED DELIMITED BY SIZE
               " FOUND " DELIMITED BY SIZE
               WS-CB-FOUND DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           PERFORM 8600-RAISE-ALERT.

       2200-WRITE-MAINT-DETAIL.
           MOVE AUDIT-RUN-ID TO WS-MD-RUN-ID
               ADD 1 TO WS-CHAIN-BREAK-COUNT
               MOVE WS-CONTROL-BREAK-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-CURRENT-RUN-ID TO WS-ALERT-CYCLE-ID
               MOVE "AUDTCTLX" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-ENTITY
               MOVE "COUNTER1" TO WS-ALERT-KEY
               MOVE "C" TO WS-ALERT-SEVERITY
               MOVE "Y" TO WS-ALERT-PAGE
               MOVE "FINAL AUDIT VALUE DOES NOT MATCH CTLFILE COUNTER"
                   TO WS-ALERT-TEXT
               PERFORM 8600-RAISE-ALERT
           END-IF.

       4200-WRITE-NOREAD-LINE.
           MOVE WS-CONTROL-NOREAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CURRENT-RUN-ID TO WS-ALERT-CYCLE-ID
           MOVE "AUDTCTLN" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE "COUNTER1" TO WS-ALERT-KEY
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           MOVE WS-CONTROL-NOREAD-LINE TO WS-ALERT-TEXT
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

       9000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
