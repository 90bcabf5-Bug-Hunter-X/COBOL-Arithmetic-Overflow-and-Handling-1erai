      *****************************************************
      *  ARCPURGE - RETENTION, ARCHIVE AND PURGE
      *  HOUSEKEEPING FOR THE EVER-GROWING SEQUENTIAL
      *  FILES (RUNHIST, AUDITFIL, EXCPFILE), AND AGE-OFF
      *  OF THE KEYED TRANSACTION REGISTER (TRANREG).
      *
      *  GIVEN A RETENTION IN DAYS PER FILE (HSKPPARM
      *  CARD, WITH BUILT-IN DEFAULTS WHEN ABSENT), EACH
      *  ARCHIVED AND RETAINED COUNTS AND THE OLDEST DATE
      *  KEPT PER FILE, SO AUDIT CAN SEE NOTHING WAS
      *  SIMPLY DELETED.
      *  TRANREG IS KEYED AND UPDATED IN PLACE: ENTRIES
      *  POSTED BEFORE ITS CUTOFF ARE COPIED TO TREGARCH
      *  AND THEN DELETED FROM THE LIVE REGISTER.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EWRK-STATUS.

           SELECT OPTIONAL TRAN-REGISTER-FILE ASSIGN TO "TRANREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREG-TRAN-KEY
               FILE STATUS IS WS-TREG-STATUS.

           SELECT TREG-ARCHIVE-FILE ASSIGN TO "TREGARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARC-STATUS.

           SELECT HSKP-REPORT-FILE ASSIGN TO "HSKPRPT"
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
       FD  HSKP-PARM-FILE.
       COPY "runhrec.cpy".

       FD  HIST-ARCHIVE-FILE.
       01  HARC-RECORD                    PIC X(804).

       FD  HIST-WORK-FILE.
       01  HWRK-RECORD                    PIC X(804).

       FD  AUDIT-FILE.
       COPY "auditrec.cpy".
       FD  EXCP-WORK-FILE.
       01  EWRK-RECORD                    PIC X(162).

       FD  TRAN-REGISTER-FILE.
       COPY "tregrec.cpy".

       FD  TREG-ARCHIVE-FILE.
       01  TARC-RECORD                    PIC X(160).

       FD  HSKP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  ALERT-FILE.
       COPY "alrtrec.cpy".

       FD  ALERT-DEFINITION-FILE.
       COPY "alrdrec.cpy".

       FD  ALERT-STATE-FILE.
       COPY "alstrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC XX VALUE "00".
       01  WS-HIST-STATUS               PIC XX VALUE "00".
       01  WS-EXCP-STATUS               PIC XX VALUE "00".
       01  WS-EARC-STATUS               PIC XX VALUE "00".
       01  WS-EWRK-STATUS               PIC XX VALUE "00".
       01  WS-TREG-STATUS               PIC XX VALUE "00".
       01  WS-TARC-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                PIC XX VALUE "00".

       01  WS-EOF-SW                    PIC X VALUE "N".
       01  WS-HIST-RETAIN-DAYS          PIC 9(4) VALUE 365.
       01  WS-AUDIT-RETAIN-DAYS         PIC 9(4) VALUE 90.
       01  WS-EXCP-RETAIN-DAYS          PIC 9(4) VALUE 180.
       01  WS-TREG-RETAIN-DAYS          PIC 9(4) VALUE 365.

       01  WS-RAW-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-HIST-CUTOFF-DATE          PIC 9(8).
       01  WS-AUDIT-CUTOFF-DATE         PIC 9(8).
       01  WS-EXCP-CUTOFF-DATE          PIC 9(8).
       01  WS-TREG-CUTOFF-DATE          PIC 9(8).
       01  WS-CUTOFF-DATE-X             PIC X(8).
       01  WS-CUTOFF-REDEF REDEFINES WS-CUTOFF-DATE-X
                                        PIC 9(8).
               "  REWRITE FAILED - LIVE FILE INCOMPLETE - RESTORE".
           05  FILLER PIC X(15) VALUE " FROM WORK FILE".

       01  WS-STOPPED-LINE.
           05  WS-ST-FILE-NAME             PIC X(10).
           05  FILLER PIC X(16) VALUE "  STOPPED AFTER ".
           05  WS-ST-ARCHIVED              PIC Z(9)9.
           05  FILLER PIC X(39) VALUE
               " ARCHIVED - REMOVED ENTRIES ON TREGARCH".

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
           05  WS-ALERT-PROGRAM        PIC X(8) VALUE "ARCPURGE".
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
           PERFORM 2000-PURGE-RUN-HISTORY
           PERFORM 3000-PURGE-AUDIT-TRAIL
           PERFORM 4000-PURGE-EXCEPTIONS
           PERFORM 5000-PURGE-TRAN-REGISTER
           PERFORM 9900-FINALIZE
           PERFORM 8690-CLOSE-ALERT-FEED
           GOBACK.

       1000-INITIALIZE.
               WS-TODAY-INTEGER - WS-EXCP-RETAIN-DAYS
           COMPUTE WS-EXCP-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-TREG-RETAIN-DAYS
           COMPUTE WS-TREG-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           OPEN OUTPUT HSKP-REPORT-FILE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
                           MOVE HSKP-EXCP-RETAIN-DAYS TO
                               WS-EXCP-RETAIN-DAYS
                       END-IF
                       IF HSKP-TREG-RETAIN-DAYS IS NUMERIC
                           MOVE HSKP-TREG-RETAIN-DAYS TO
                               WS-TREG-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE HSKP-PARM-FILE
           END-IF.
                   PERFORM 2200-REWRITE-LIVE-HISTORY
               ELSE
                   MOVE "RUNHIST" TO WS-SK-FILE-NAME
                   PERFORM 8100-WRITE-SKIPPED-LINE
               END-IF
               IF WS-PURGE-OK
                   MOVE "RUNHIST" TO WS-DL-FILE-NAME
           OPEN INPUT HIST-WORK-FILE
           IF WS-HWRK-STATUS NOT = "00"
               MOVE "RUNHIST" TO WS-SK-FILE-NAME
               PERFORM 8100-WRITE-SKIPPED-LINE
               MOVE "N" TO WS-PURGE-OK-SW
           ELSE
               PERFORM 2210-COPY-BACK-HISTORY
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               MOVE "RUNHIST" TO WS-RE-FILE-NAME
               PERFORM 8200-WRITE-REWRITE-ERR-LINE
               MOVE "N" TO WS-PURGE-OK-SW
           END-IF
           CLOSE HIST-WORK-FILE
                   PERFORM 3200-REWRITE-LIVE-AUDIT
               ELSE
                   MOVE "AUDITFIL" TO WS-SK-FILE-NAME
                   PERFORM 8100-WRITE-SKIPPED-LINE
               END-IF
               IF WS-PURGE-OK
                   MOVE "AUDITFIL" TO WS-DL-FILE-NAME
           OPEN INPUT AUDIT-WORK-FILE
           IF WS-AWRK-STATUS NOT = "00"
               MOVE "AUDITFIL" TO WS-SK-FILE-NAME
               PERFORM 8100-WRITE-SKIPPED-LINE
               MOVE "N" TO WS-PURGE-OK-SW
           ELSE
               PERFORM 3210-COPY-BACK-AUDIT
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITFIL" TO WS-RE-FILE-NAME
               PERFORM 8200-WRITE-REWRITE-ERR-LINE
               MOVE "N" TO WS-PURGE-OK-SW
           END-IF
           CLOSE AUDIT-WORK-FILE
                   PERFORM 4200-REWRITE-LIVE-EXCP
               ELSE
                   MOVE "EXCPFILE" TO WS-SK-FILE-NAME
                   PERFORM 8100-WRITE-SKIPPED-LINE
               END-IF
               IF WS-PURGE-OK
                   MOVE "EXCPFILE" TO WS-DL-FILE-NAME
           OPEN INPUT EXCP-WORK-FILE
           IF WS-EWRK-STATUS NOT = "00"
               MOVE "EXCPFILE" TO WS-SK-FILE-NAME
               PERFORM 8100-WRITE-SKIPPED-LINE
               MOVE "N" TO WS-PURGE-OK-SW
           ELSE
               PERFORM 4210-COPY-BACK-EXCP
           END-IF
           IF WS-EXCP-STATUS NOT = "00"
               MOVE "EXCPFILE" TO WS-RE-FILE-NAME
               PERFORM 8200-WRITE-REWRITE-ERR-LINE
               MOVE "N" TO WS-PURGE-OK-SW
           END-IF
           CLOSE EXCP-WORK-FILE
           CLOSE EXCEPTION-FILE.

      *****************************************************
      *  THE REGISTER IS AGED OFF IN PLACE. THE ARCHIVE
      *  COPY IS WRITTEN BEFORE EACH DELETE, AND A FAILED
      *  ARCHIVE WRITE OR DELETE STOPS THE PASS WITH THE
      *  ENTRY STILL ON THE REGISTER: THE FILE IS REPORTED
      *  SKIPPED, WITH THE NUMBER ALREADY AGED OFF, RATHER
      *  THAN DISPOSED. A REGISTER THAT DOES NOT EXIST YET
      *  HAS NOTHING TO PURGE; ONE THAT WILL NOT OPEN IS
      *  SKIPPED.
      *****************************************************
       5000-PURGE-TRAN-REGISTER.
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-RETAINED-COUNT
           MOVE SPACES TO WS-OLDEST-KEPT
           MOVE "N" TO WS-PURGE-OK-SW
           MOVE WS-TREG-CUTOFF-DATE TO WS-CUTOFF-REDEF
           OPEN I-O TRAN-REGISTER-FILE
           IF WS-TREG-STATUS = "00"
               OPEN EXTEND TREG-ARCHIVE-FILE
               IF WS-TARC-STATUS = "05" OR WS-TARC-STATUS = "35"
                   OPEN OUTPUT TREG-ARCHIVE-FILE
               END-IF
               IF WS-TARC-STATUS = "00"
                   SET WS-PURGE-OK TO TRUE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ TRAN-REGISTER-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 5100-DISPOSE-TREG-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE TREG-ARCHIVE-FILE
               IF WS-PURGE-OK
                   MOVE "TRANREG" TO WS-DL-FILE-NAME
                   PERFORM 8000-WRITE-DISPOSITION-LINE
               ELSE
                   MOVE "TRANREG" TO WS-SK-FILE-NAME
                   PERFORM 8100-WRITE-SKIPPED-LINE
                   IF WS-ARCHIVED-COUNT > 0
                       MOVE "TRANREG" TO WS-ST-FILE-NAME
                       PERFORM 8300-WRITE-STOPPED-LINE
                   END-IF
               END-IF
           ELSE
               IF WS-TREG-STATUS = "05"
                   MOVE "TRANREG" TO WS-DL-FILE-NAME
                   PERFORM 8000-WRITE-DISPOSITION-LINE
               ELSE
                   MOVE "TRANREG" TO WS-SK-FILE-NAME
                   PERFORM 8100-WRITE-SKIPPED-LINE
               END-IF
           END-IF
           CLOSE TRAN-REGISTER-FILE.

       5100-DISPOSE-TREG-RECORD.
           MOVE TREG-POSTED-DATE TO WS-RECORD-DATE
           IF WS-RECORD-DATE < WS-CUTOFF-DATE-X
               MOVE TREG-RECORD TO TARC-RECORD
               WRITE TARC-RECORD
               IF WS-TARC-STATUS = "00"
                   DELETE TRAN-REGISTER-FILE RECORD
                       INVALID KEY
                           MOVE "N" TO WS-PURGE-OK-SW
                           SET WS-EOF TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVED-COUNT
                   END-DELETE
               ELSE
                   MOVE "N" TO WS-PURGE-OK-SW
                   SET WS-EOF TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-RETAINED-COUNT
               IF WS-OLDEST-KEPT = SPACES
                       OR WS-RECORD-DATE < WS-OLDEST-KEPT
                   MOVE WS-RECORD-DATE TO WS-OLDEST-KEPT
               END-IF
           END-IF.

       8000-WRITE-DISPOSITION-LINE.
           MOVE WS-CUTOFF-DATE-X TO WS-DL-CUTOFF
           MOVE WS-ARCHIVED-COUNT TO WS-DL-ARCHIVED
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8100-WRITE-SKIPPED-LINE.
           MOVE WS-SKIPPED-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-ALERT-CYCLE-ID
           MOVE "ARCPSKIP" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE WS-SK-FILE-NAME TO WS-ALERT-KEY
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING WS-SK-FILE-NAME DELIMITED BY SPACE
               " NOT PURGED - ARCHIVE/WORK FILE ERROR - LIVE FILE "
                   DELIMITED BY SIZE
               "UNTOUCHED" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           PERFORM 8600-RAISE-ALERT.

       8200-WRITE-REWRITE-ERR-LINE.
           MOVE WS-REWRITE-ERR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-ALERT-CYCLE-ID
           MOVE "ARCPRWRT" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE WS-RE-FILE-NAME TO WS-ALERT-KEY
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING WS-RE-FILE-NAME DELIMITED BY SPACE
               " REWRITE FAILED - LIVE FILE INCOMPLETE - RESTORE "
                   DELIMITED BY SIZE
               "FROM WORK FILE" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           PERFORM 8600-RAISE-ALERT.

       8300-WRITE-STOPPED-LINE.
           MOVE WS-ARCHIVED-COUNT TO WS-ST-ARCHIVED
           MOVE WS-STOPPED-LINE TO RPT-LINE
           WRITE RPT-LINE.

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

       9900-FINALIZE.
           CLOSE HSKP-REPORT-FILE.
