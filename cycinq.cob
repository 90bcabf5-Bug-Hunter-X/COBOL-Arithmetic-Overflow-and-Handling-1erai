      *  CURRENT CTLFILE COUNTER VALUES (COUNTER1 AND THE
      *  PER-TYPE KEYS), WHETHER RESTFILE SHOWS THE CYCLE
      *  IN FLIGHT AND AT WHAT COUNTER VALUE, THE CYCLE'S
      *  RUNHIST LINE(S) WITH THE RETURN CODE SPELLED OUT
      *  AND THE TRANFILE BATCHES IT CONSUMED AND REFUSED
      *  (FROM BATCHLOG),
      *  ANY PENDING MNTQFILE REQUESTS EFFECTIVE FOR THE
      *  DATE, AND WHETHER THE CYCLE'S XTRACFIL EXTRACT
      *  HAS A MATCHING XACKFILE ACKNOWLEDGMENT. THE PARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT OPTIONAL BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BTLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       FD  TYPE-FILE.
       COPY "typrec.cpy".

       FD  BATCH-LOG-FILE.
       COPY "btlgrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                PIC XX VALUE "00".
       01  WS-REST-STATUS               PIC XX VALUE "00".
       01  WS-XTRAC-STATUS              PIC XX VALUE "00".
       01  WS-XACK-STATUS               PIC XX VALUE "00".
       01  WS-TYPE-STATUS               PIC XX VALUE "00".
       01  WS-BTLG-STATUS               PIC XX VALUE "00".

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                          VALUE "Y".
      *  THE XACKFILE CYCLE IDS ARE HELD IN CORE SO EACH
      *  MATCHING EXTRACT CAN BE CHECKED FOR ITS
      *  ACKNOWLEDGMENT, MIRRORING THE HANDSHAKE CHECK IN
      *  CNTRPROC: A REVERSING EXTRACT (FLAG R) NEEDS AN R
      *  ACKNOWLEDGMENT OF ITS OWN.
      *****************************************************
       01  WS-XACK-TABLE.
           05  WS-XACK-ENTRY OCCURS 500 TIMES.
               10  WS-XACK-CYCLE-ID    PIC X(11).
               10  WS-XACK-FLAG        PIC X(1).
       01  WS-XACK-WANTED-FLAG          PIC X(1).
       01  WS-XACK-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-XACK-SUB                  PIC 9(5) COMP.
       01  WS-XACK-FOUND-SW             PIC X VALUE "N".
       01  WS-REST-SHOWN                PIC 9(5) COMP-3 VALUE 0.
       01  WS-MNTQ-SHOWN                PIC 9(5) COMP-3 VALUE 0.
       01  WS-XTRAC-SHOWN               PIC 9(5) COMP-3 VALUE 0.
       01  WS-BTLG-SHOWN                PIC 9(5) COMP-3 VALUE 0.
       01  WS-BATCH-KIND                PIC X(14) VALUE SPACES.
       01  WS-RC-MEANING                PIC X(34) VALUE SPACES.

       01  WS-RETURN-CODES.
           PERFORM 2000-SHOW-CONTROL-COUNTERS
           PERFORM 3000-SHOW-RESTART-STATE
           PERFORM 4000-SHOW-RUN-HISTORY
           PERFORM 4500-SHOW-BATCH-DISPOSITIONS
           PERFORM 5000-SHOW-PENDING-MAINT
           PERFORM 6000-SHOW-EXTRACT-HANDSHAKE
           MOVE WS-NORMAL-RC TO RETURN-CODE
               DISPLAY "CYCINQ: " HIST-RUN-ID " ENTITY ["
                   HIST-ENTITY-CODE "] COUNTER " HIST-COUNTER-VALUE
                   " RC " HIST-RETURN-CODE " - " WS-RC-MEANING
               IF HIST-BATCHES-CONSUMED > 0
                       OR HIST-BATCHES-REFUSED > 0
                   DISPLAY "CYCINQ: " HIST-RUN-ID " ENTITY ["
                       HIST-ENTITY-CODE "] BATCHES CONSUMED "
                       HIST-BATCHES-CONSUMED " REFUSED "
                       HIST-BATCHES-REFUSED
               END-IF
               IF HIST-BACKED-OUT
                   DISPLAY "CYCINQ: " HIST-RUN-ID " ENTITY ["
                       HIST-ENTITY-CODE "] BACKED OUT ON "
                       HIST-BACKOUT-DATE " - "
                       HIST-CYCLE-INCREMENT " INCREMENT(S) REVERSED"
               END-IF
           END-IF.

       4200-RESOLVE-RC-MEANING.
               WHEN 44
                   MOVE "CYCLE SEQUENCE EXHAUSTED FOR DATE" TO
                       WS-RC-MEANING
               WHEN 48
                   MOVE "BATCH(ES) REFUSED - REST COUNTED" TO
                       WS-RC-MEANING
               WHEN 52
                   MOVE "REGISTER/SUSPENSE UPDATE FAILED" TO
                       WS-RC-MEANING
               WHEN OTHER
                   MOVE "UNKNOWN RETURN CODE" TO WS-RC-MEANING
           END-EVALUATE.

      *****************************************************
      *  ONE LINE PER TRANFILE BATCH ENVELOPE THE CYCLE
      *  LOGGED, CONSUMED OR REFUSED WITH THE REASON.
      *****************************************************
       4500-SHOW-BATCH-DISPOSITIONS.
           OPEN INPUT BATCH-LOG-FILE
           IF WS-BTLG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BATCH-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 4600-SHOW-ONE-BATCH
                   END-READ
               END-PERFORM
               CLOSE BATCH-LOG-FILE
           ELSE
               CLOSE BATCH-LOG-FILE
           END-IF
           IF WS-BTLG-SHOWN = 0
               DISPLAY "CYCINQ: NO BATCHLOG RECORD FOR CYCLE"
           END-IF.

       4600-SHOW-ONE-BATCH.
           IF BTLG-CYCLE-ID = WS-INQ-CYCLE-ID
                   OR (WS-DATE-ONLY
                       AND BTLG-CYCLE-ID(1:8) = WS-INQ-DATE)
               ADD 1 TO WS-BTLG-SHOWN
               IF BTLG-RECYCLE-FLAG = "R"
                   MOVE "RECYCLE BATCH " TO WS-BATCH-KIND
               ELSE
                   MOVE "BATCH " TO WS-BATCH-KIND
               END-IF
               IF BTLG-CONSUMED
                   DISPLAY "CYCINQ: " BTLG-CYCLE-ID " "
                       WS-BATCH-KIND BTLG-BATCH-NO " ENTITY ["
                       BTLG-ENTITY-CODE "] CONSUMED - "
                       BTLG-DETAIL-COUNT " DETAIL(S)"
               ELSE
                   DISPLAY "CYCINQ: " BTLG-CYCLE-ID " "
                       WS-BATCH-KIND BTLG-BATCH-NO " ENTITY ["
                       BTLG-ENTITY-CODE "] REFUSED - " BTLG-REASON
               END-IF
           END-IF.

       5000-SHOW-PENDING-MAINT.
           OPEN INPUT MAINT-QUEUE-FILE
           IF WS-MNTQ-STATUS = "00"
                               ADD 1 TO WS-XACK-COUNT
                               MOVE XACK-CYCLE-ID TO
                                   WS-XACK-CYCLE-ID(WS-XACK-COUNT)
                               IF XACK-REVERSING-EXTRACT
                                   MOVE "R" TO
                                       WS-XACK-FLAG(WS-XACK-COUNT)
                               ELSE
                                   MOVE "N" TO
                                       WS-XACK-FLAG(WS-XACK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   OR (WS-DATE-ONLY
                       AND XTRAC-CYCLE-ID(1:8) = WS-INQ-DATE)
               ADD 1 TO WS-XTRAC-SHOWN
               IF XTRAC-BACKOUT-FLAG = "R"
                   MOVE "R" TO WS-XACK-WANTED-FLAG
               ELSE
                   MOVE "N" TO WS-XACK-WANTED-FLAG
               END-IF
               MOVE "N" TO WS-XACK-FOUND-SW
               PERFORM VARYING WS-XACK-SUB FROM 1 BY 1
                       UNTIL WS-XACK-SUB > WS-XACK-COUNT
                   IF WS-XACK-CYCLE-ID(WS-XACK-SUB) = XTRAC-CYCLE-ID
                           AND WS-XACK-FLAG(WS-XACK-SUB) =
                               WS-XACK-WANTED-FLAG
                       SET WS-XACK-FOUND TO TRUE
                       MOVE WS-XACK-COUNT TO WS-XACK-SUB
                   END-IF
                       " ENTITY [" XTRAC-ENTITY-CODE
                       "] NOT ACKNOWLEDGED"
               END-IF
               IF XTRAC-BACKOUT-FLAG = "B"
                   DISPLAY "CYCINQ: EXTRACT " XTRAC-CYCLE-ID
                       " ENTITY [" XTRAC-ENTITY-CODE
                       "] BACKED OUT ON " XTRAC-BACKOUT-DATE
               END-IF
               IF XTRAC-BACKOUT-FLAG = "R"
                   DISPLAY "CYCINQ: EXTRACT " XTRAC-CYCLE-ID
                       " ENTITY [" XTRAC-ENTITY-CODE
                       "] IS THE REVERSING EXTRACT PUBLISHED ON "
                       XTRAC-BACKOUT-DATE
               END-IF
           END-IF.

       8000-CHECK-CYCLE-MATCH.
