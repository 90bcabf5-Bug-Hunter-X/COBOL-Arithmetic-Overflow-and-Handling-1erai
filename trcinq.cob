       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRCINQ.
      *****************************************************
      *  TRCINQ - ON-DEMAND TRANSACTION TRACE INQUIRY.
      *
      *  GIVEN A TRAN-KEY, TELLS THE HELP DESK IN ONE
      *  SHORT DISPLAY WHAT HAPPENED TO IT: WHETHER AND IN
      *  WHICH CYCLE CNTRPROC COUNTED IT (TRANREG), WITH
      *  ENTITY, TYPE AND AMOUNT; WHETHER IT WAS REVERSED
      *  (OR, FOR A REVERSAL, WHICH ORIGINAL IT REVERSED);
      *  AND EVERY TIME IT WAS REJECTED (REJFILE) WITH THE
      *  REASON, WHETHER REJRECYC PULLED IT INTO A RECYCLE
      *  BATCH AND HOW THAT BATCH SETTLED IT. A KEY HELD
      *  IN HIGH-VALUE SUSPENSE (SUSPFILE) IS SHOWN WITH
      *  THE CYCLE THAT HELD IT AND ITS RELEASE OR DECLINE.
      *  A REGISTER ENTRY WHOSE CYCLE NEVER REACHED A
      *  CHECKPOINT (NO RESTFILE RECORD) WAS LEFT BY AN
      *  ABENDED RUN AND WAS NOT COUNTED.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-REGISTER-FILE ASSIGN TO "TRANREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREG-TRAN-KEY
               FILE STATUS IS WS-TREG-STATUS.

           SELECT RESTART-FILE ASSIGN TO "RESTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REST-KEY
               FILE STATUS IS WS-REST-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-TRAN-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-REGISTER-FILE.
       COPY "tregrec.cpy".

       FD  RESTART-FILE.
       COPY "restrec.cpy".

       FD  SUSPENSE-FILE.
       COPY "susprec.cpy".

       FD  REJECT-FILE.
       COPY "rejrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TREG-STATUS               PIC XX VALUE "00".
       01  WS-REST-STATUS               PIC XX VALUE "00".
       01  WS-REJ-STATUS                PIC XX VALUE "00".
       01  WS-SUSP-STATUS               PIC XX VALUE "00".

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-INQ-TRAN-KEY              PIC X(16) VALUE SPACES.
       01  WS-TREG-FOUND-SW             PIC X VALUE "N".
           88  WS-TREG-FOUND                   VALUE "Y".
       01  WS-COMMITTED-SW              PIC X VALUE "N".
           88  WS-COMMITTED                    VALUE "Y".
       01  WS-OPEN-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-REJ-SHOWN                 PIC 9(5) COMP-3 VALUE 0.
       01  WS-REJ-STATUS-MEANING        PIC X(34) VALUE SPACES.

       01  WS-RETURN-CODES.
           05  WS-NORMAL-RC            PIC 9(3) VALUE 0.
           05  WS-REQUEST-REJECT-RC    PIC 9(3) VALUE 24.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(80).
           05  LK-TRCQ-PARM REDEFINES LK-PARM-DATA.
               COPY "trcqprm.cpy".

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-LOGIC.
           IF LK-PARM-LENGTH = 0 OR TRCQ-TRAN-CODE NOT = "TRCIQ"
                   OR TRCQ-TRAN-KEY = SPACES
               DISPLAY "TRCINQ: TRAN CODE TRCIQ AND A TRAN-KEY "
                   "REQUIRED ON PARM"
               MOVE WS-REQUEST-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE TRCQ-TRAN-KEY TO WS-INQ-TRAN-KEY
           DISPLAY "TRCINQ: TRACE FOR KEY " WS-INQ-TRAN-KEY
           PERFORM 2000-SHOW-REGISTER-ENTRY
           PERFORM 2500-SHOW-SUSPENSE
           PERFORM 3000-SHOW-REJECTIONS
           MOVE WS-NORMAL-RC TO RETURN-CODE
           GOBACK.

       2000-SHOW-REGISTER-ENTRY.
           OPEN INPUT TRAN-REGISTER-FILE
           IF WS-TREG-STATUS = "00"
               MOVE WS-INQ-TRAN-KEY TO TREG-TRAN-KEY
               READ TRAN-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TREG-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-TREG-FOUND
               PERFORM 2100-CHECK-COMMITTED
               IF WS-COMMITTED
                   PERFORM 2200-SHOW-COUNTED
               ELSE
                   DISPLAY "TRCINQ: POSTED BY CYCLE " TREG-CYCLE-ID
                       " WHICH ABENDED BEFORE ANY CHECKPOINT - "
                       "NOT COUNTED"
               END-IF
           ELSE
               DISPLAY "TRCINQ: NOT ON TRANREG - NEVER COUNTED "
                   "OR AGED OFF BY ARCPURGE"
           END-IF
           CLOSE TRAN-REGISTER-FILE.

       2100-CHECK-COMMITTED.
           MOVE "N" TO WS-COMMITTED-SW
           OPEN INPUT RESTART-FILE
           IF WS-REST-STATUS = "00"
               MOVE TREG-CYCLE-ID TO REST-RUN-ID
               MOVE LOW-VALUES TO REST-ENTITY-CODE
               START RESTART-FILE KEY NOT < REST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RESTART-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF REST-RUN-ID = TREG-CYCLE-ID
                                   SET WS-COMMITTED TO TRUE
                               END-IF
                       END-READ
               END-START
           ELSE
               SET WS-COMMITTED TO TRUE
           END-IF
           CLOSE RESTART-FILE.

       2200-SHOW-COUNTED.
           DISPLAY "TRCINQ: COUNTED IN CYCLE " TREG-CYCLE-ID
               " BUSINESS DATE " TREG-POSTED-DATE
           DISPLAY "TRCINQ: ENTITY [" TREG-ENTITY-CODE "] TYPE "
               TREG-TYPE-CODE " AMOUNT " TREG-AMOUNT
           IF TREG-REVERSAL-FLAG = "Y"
               DISPLAY "TRCINQ: IS A REVERSAL OF KEY " TREG-ORIG-KEY
                   " COUNTED IN CYCLE " TREG-ORIG-CYCLE-ID
                   " AMOUNT " TREG-ORIG-AMOUNT
           ELSE
               IF TREG-REVERSAL-COUNT = 0
                   DISPLAY "TRCINQ: NOT REVERSED"
               ELSE
                   IF TREG-REVERSED-AMOUNT NOT < TREG-AMOUNT
                       DISPLAY "TRCINQ: FULLY REVERSED BY "
                           TREG-REVERSAL-COUNT " REVERSAL(S) "
                           "TOTALLING " TREG-REVERSED-AMOUNT
                   ELSE
                       COMPUTE WS-OPEN-AMOUNT =
                           TREG-AMOUNT - TREG-REVERSED-AMOUNT
                       DISPLAY "TRCINQ: PARTIALLY REVERSED BY "
                           TREG-REVERSAL-COUNT " REVERSAL(S) "
                           "TOTALLING " TREG-REVERSED-AMOUNT
                           " OPEN " WS-OPEN-AMOUNT
                   END-IF
                   DISPLAY "TRCINQ: LATEST REVERSAL KEY "
                       TREG-LAST-REV-KEY " IN CYCLE "
                       TREG-LAST-REV-CYCLE
               END-IF
           END-IF.

       2500-SHOW-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               MOVE WS-INQ-TRAN-KEY TO SUSP-TRAN-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2600-SHOW-SUSPENSE-ENTRY
               END-READ
           END-IF
           CLOSE SUSPENSE-FILE.

       2600-SHOW-SUSPENSE-ENTRY.
           DISPLAY "TRCINQ: HELD IN HIGH-VALUE SUSPENSE BY CYCLE "
               SUSP-ORIG-CYCLE-ID " AT " SUSP-HELD-TIMESTAMP
           DISPLAY "TRCINQ: ENTITY [" SUSP-ENTITY-CODE "] TYPE "
               SUSP-TYPE-CODE " AMOUNT " SUSP-AMOUNT
               " THRESHOLD " SUSP-THRESHOLD
           EVALUATE SUSP-STATUS
               WHEN "H"
                   DISPLAY "TRCINQ:   AWAITING RELEASE OR DECLINE"
               WHEN "R"
                   DISPLAY "TRCINQ:   RELEASED BY " SUSP-OPERATOR-ID
                       "/" SUSP-SIGNOFF-ID
                       " - COUNTED BY THE NEXT CYCLE"
               WHEN "C"
                   DISPLAY "TRCINQ:   RELEASED BY " SUSP-OPERATOR-ID
                       "/" SUSP-SIGNOFF-ID " AND COUNTED IN CYCLE "
                       SUSP-COUNTED-CYCLE
               WHEN "E"
                   DISPLAY "TRCINQ:   RELEASED BY " SUSP-OPERATOR-ID
                       "/" SUSP-SIGNOFF-ID " BUT REJECTED IN CYCLE "
                       SUSP-COUNTED-CYCLE
               WHEN "D"
                   DISPLAY "TRCINQ:   DECLINED BY " SUSP-OPERATOR-ID
                       "/" SUSP-SIGNOFF-ID " AT "
                       SUSP-ACTION-TIMESTAMP
           END-EVALUATE.

       3000-SHOW-REJECTIONS.
           OPEN INPUT REJECT-FILE
           IF WS-REJ-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REJ-RECORD-IMAGE(1:16) =
                                   WS-INQ-TRAN-KEY
                               PERFORM 3100-SHOW-ONE-REJECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           ELSE
               CLOSE REJECT-FILE
           END-IF
           IF WS-REJ-SHOWN = 0
               DISPLAY "TRCINQ: NO REJFILE RECORD FOR KEY"
           END-IF.

       3100-SHOW-ONE-REJECTION.
           ADD 1 TO WS-REJ-SHOWN
           DISPLAY "TRCINQ: REJECTED IN CYCLE " REJ-RUN-ID " "
               REJ-REASON-CODE " - " REJ-REASON-TEXT
           PERFORM 3200-RESOLVE-REJ-STATUS
           IF REJ-RECYCLE-CYCLE = SPACES
               DISPLAY "TRCINQ:   " WS-REJ-STATUS-MEANING
           ELSE
               DISPLAY "TRCINQ:   " WS-REJ-STATUS-MEANING " "
                   REJ-RECYCLE-CYCLE
           END-IF.

       3200-RESOLVE-REJ-STATUS.
           EVALUATE REJ-STATUS
               WHEN "R"
                   MOVE "IN RECYCLE BATCH BUILT" TO
                       WS-REJ-STATUS-MEANING
               WHEN "A"
                   MOVE "RECYCLED AND ACCEPTED IN CYCLE" TO
                       WS-REJ-STATUS-MEANING
               WHEN "J"
                   MOVE "RECYCLED AND REJECTED AGAIN IN CYCLE" TO
                       WS-REJ-STATUS-MEANING
               WHEN OTHER
                   MOVE "OPEN - NOT YET RECYCLED" TO
                       WS-REJ-STATUS-MEANING
           END-EVALUATE.
