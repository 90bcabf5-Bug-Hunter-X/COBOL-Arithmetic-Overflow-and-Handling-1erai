       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.
      *****************************************************
      *  SUSPRPT - HIGH-VALUE SUSPENSE AGING REPORT.
      *
      *  READS THE SUSPENSE FILE (SUSPFILE) AND LISTS EVERY
      *  ITEM STILL WAITING - HELD FOR A DECISION, OR
      *  RELEASED THROUGH SUSPREL AND NOT YET COUNTED -
      *  WITH ITS AGE IN DAYS SINCE IT WAS HELD, SO THE
      *  SECOND-LOOK CONTROL CAN SEE WHAT IS OUTSTANDING
      *  AND FOR HOW LONG. THE SUMMARY AGES THE HELD ITEMS
      *  INTO BANDS AND COUNTS THE ITEMS ALREADY SETTLED
      *  (COUNTED, REJECTED ON COUNTING, DECLINED).
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-TRAN-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY "susprec.cpy".

       FD  SUSPENSE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                PIC XX VALUE "00".

       01  WS-SUSP-EOF-SW               PIC X VALUE "N".
           88  WS-SUSP-EOF                     VALUE "Y".

       01  WS-RAW-CURRENT-DATE-TIME     PIC X(21).
       01  WS-DATE-X                    PIC X(8).
       01  WS-DATE-NUM REDEFINES WS-DATE-X
                                        PIC 9(8).
       01  WS-TODAY-INTEGER             PIC 9(8) VALUE 0.
       01  WS-HELD-INTEGER              PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                  PIC 9(5) VALUE 0.

       01  WS-HELD-COUNT                PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-RELEASED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RELEASED-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-AGE-0-1-COUNT             PIC 9(7) VALUE 0.
       01  WS-AGE-2-7-COUNT             PIC 9(7) VALUE 0.
       01  WS-AGE-8-30-COUNT            PIC 9(7) VALUE 0.
       01  WS-AGE-OVER-30-COUNT         PIC 9(7) VALUE 0.
       01  WS-OLDEST-AGE                PIC 9(5) VALUE 0.
       01  WS-COUNTED-COUNT             PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(7) VALUE 0.
       01  WS-DECLINED-COUNT            PIC 9(7) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "HIGH-VALUE SUSPENSE AGING REPORT".
       01  WS-HEADING-2.
           05  FILLER PIC X(18) VALUE "TRAN KEY".
           05  FILLER PIC X(4)  VALUE "ST".
           05  FILLER PIC X(13) VALUE "HELD CYCLE".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(5)  VALUE "TYPE".
           05  FILLER PIC X(15) VALUE "     AMOUNT".
           05  FILLER PIC X(15) VALUE "  THRESHOLD".
           05  FILLER PIC X(10) VALUE "HELD ON".
           05  FILLER PIC X(7)  VALUE "  AGE".
           05  FILLER PIC X(20) VALUE "RELEASED BY".

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-KEY              PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS                PIC X(1).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DL-CYCLE                 PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE                  PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-AMOUNT                PIC Z(8)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DL-THRESHOLD             PIC Z(8)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DL-HELD-DATE             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-AGE                   PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-OPERATOR              PIC X(8).
           05  WS-DL-SLASH                 PIC X(1).
           05  WS-DL-SIGNOFF               PIC X(8).

       01  WS-NONE-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(27) VALUE "NOTHING WAITING IN SUSPENSE".

       01  WS-SUMMARY-LINE-1.
           05  FILLER PIC X(20) VALUE "HELD ITEMS.........:".
           05  WS-SL-HELD-COUNT            PIC Z(6)9.
           05  FILLER PIC X(9)  VALUE "   VALUE ".
           05  WS-SL-HELD-AMOUNT           PIC Z(10)9.99.
       01  WS-SUMMARY-LINE-2.
           05  FILLER PIC X(20) VALUE "RELEASED, UNCOUNTED:".
           05  WS-SL-RELEASED-COUNT        PIC Z(6)9.
           05  FILLER PIC X(9)  VALUE "   VALUE ".
           05  WS-SL-RELEASED-AMOUNT       PIC Z(10)9.99.
       01  WS-SUMMARY-LINE-3.
           05  FILLER PIC X(20) VALUE "HELD 0-1 DAYS......:".
           05  WS-SL-AGE-0-1               PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER PIC X(20) VALUE "HELD 2-7 DAYS......:".
           05  WS-SL-AGE-2-7               PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER PIC X(20) VALUE "HELD 8-30 DAYS.....:".
           05  WS-SL-AGE-8-30              PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER PIC X(20) VALUE "HELD OVER 30 DAYS..:".
           05  WS-SL-AGE-OVER-30           PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER PIC X(20) VALUE "OLDEST ITEM (DAYS).:".
           05  WS-SL-OLDEST-AGE            PIC Z(6)9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER PIC X(20) VALUE "RELEASED + COUNTED.:".
           05  WS-SL-COUNTED-COUNT         PIC Z(6)9.
       01  WS-SUMMARY-LINE-9.
           05  FILLER PIC X(20) VALUE "RELEASED, REJECTED.:".
           05  WS-SL-FAILED-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-10.
           05  FILLER PIC X(20) VALUE "DECLINED...........:".
           05  WS-SL-DECLINED-COUNT        PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-EOF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-SUSP-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-REPORT-ONE-ITEM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE
           PERFORM 9000-WRITE-SUMMARY
           PERFORM 9900-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-CURRENT-DATE-TIME
           MOVE WS-RAW-CURRENT-DATE-TIME(1:8) TO WS-DATE-X
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           OPEN OUTPUT SUSPENSE-REPORT-FILE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE.

       2000-REPORT-ONE-ITEM.
           EVALUATE SUSP-STATUS
               WHEN "H"
                   PERFORM 2100-AGE-ITEM
                   ADD 1 TO WS-HELD-COUNT
                   ADD SUSP-AMOUNT TO WS-HELD-AMOUNT
                   PERFORM 2200-BAND-HELD-ITEM
                   PERFORM 2300-WRITE-ITEM-LINE
               WHEN "R"
                   PERFORM 2100-AGE-ITEM
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD SUSP-AMOUNT TO WS-RELEASED-AMOUNT
                   PERFORM 2300-WRITE-ITEM-LINE
               WHEN "C"
                   ADD 1 TO WS-COUNTED-COUNT
               WHEN "E"
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "D"
                   ADD 1 TO WS-DECLINED-COUNT
           END-EVALUATE.

       2100-AGE-ITEM.
           MOVE 0 TO WS-AGE-DAYS
           MOVE SUSP-HELD-TIMESTAMP(1:8) TO WS-DATE-X
           IF WS-DATE-NUM IS NUMERIC AND WS-DATE-NUM > 16010101
               COMPUTE WS-HELD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TODAY-INTEGER > WS-HELD-INTEGER
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-HELD-INTEGER
               END-IF
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF.

       2200-BAND-HELD-ITEM.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 1
                   ADD 1 TO WS-AGE-0-1-COUNT
               WHEN WS-AGE-DAYS NOT > 7
                   ADD 1 TO WS-AGE-2-7-COUNT
               WHEN WS-AGE-DAYS NOT > 30
                   ADD 1 TO WS-AGE-8-30-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30-COUNT
           END-EVALUATE.

       2300-WRITE-ITEM-LINE.
           MOVE SUSP-TRAN-KEY TO WS-DL-TRAN-KEY
           MOVE SUSP-STATUS TO WS-DL-STATUS
           MOVE SUSP-ORIG-CYCLE-ID TO WS-DL-CYCLE
           MOVE SUSP-ENTITY-CODE TO WS-DL-ENTITY
           MOVE SUSP-TYPE-CODE TO WS-DL-TYPE
           MOVE SUSP-AMOUNT TO WS-DL-AMOUNT
           MOVE SUSP-THRESHOLD TO WS-DL-THRESHOLD
           MOVE SUSP-HELD-TIMESTAMP(1:8) TO WS-DL-HELD-DATE
           MOVE WS-AGE-DAYS TO WS-DL-AGE
           IF SUSP-STATUS = "R"
               MOVE SUSP-OPERATOR-ID TO WS-DL-OPERATOR
               MOVE "/" TO WS-DL-SLASH
               MOVE SUSP-SIGNOFF-ID TO WS-DL-SIGNOFF
           ELSE
               MOVE SPACES TO WS-DL-OPERATOR
               MOVE SPACES TO WS-DL-SLASH
               MOVE SPACES TO WS-DL-SIGNOFF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-WRITE-SUMMARY.
           IF WS-HELD-COUNT = 0 AND WS-RELEASED-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HELD-COUNT TO WS-SL-HELD-COUNT
           MOVE WS-HELD-AMOUNT TO WS-SL-HELD-AMOUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RELEASED-COUNT TO WS-SL-RELEASED-COUNT
           MOVE WS-RELEASED-AMOUNT TO WS-SL-RELEASED-AMOUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGE-0-1-COUNT TO WS-SL-AGE-0-1
           MOVE WS-SUMMARY-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGE-2-7-COUNT TO WS-SL-AGE-2-7
           MOVE WS-SUMMARY-LINE-4 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGE-8-30-COUNT TO WS-SL-AGE-8-30
           MOVE WS-SUMMARY-LINE-5 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGE-OVER-30-COUNT TO WS-SL-AGE-OVER-30
           MOVE WS-SUMMARY-LINE-6 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OLDEST-AGE TO WS-SL-OLDEST-AGE
           MOVE WS-SUMMARY-LINE-7 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COUNTED-COUNT TO WS-SL-COUNTED-COUNT
           MOVE WS-SUMMARY-LINE-8 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FAILED-COUNT TO WS-SL-FAILED-COUNT
           MOVE WS-SUMMARY-LINE-9 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DECLINED-COUNT TO WS-SL-DECLINED-COUNT
           MOVE WS-SUMMARY-LINE-10 TO RPT-LINE
           WRITE RPT-LINE.

       9900-FINALIZE.
           CLOSE SUSPENSE-REPORT-FILE.
