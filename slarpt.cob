       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.
      *****************************************************
      *  SLARPT - CYCLE TIMING AND SERVICE-LEVEL REPORT.
      *
      *  READS THE TIMING LOG (TIMELOG) CNTRPROC APPENDS AT
      *  THE END OF EVERY CYCLE AND LISTS EACH CYCLE
      *  AGAINST THE TARGET COMPLETION TIME ON THE SLATGT
      *  CARD FOR ITS BUSCAL DAY TYPE (THE P CARD ON A
      *  PERIOD-END DAY, WHEN THERE IS ONE): A CYCLE THAT
      *  ENDED AFTER ITS TARGET IS A BREACH, ONE THAT
      *  ENDED INSIDE THE CARD'S WARNING MARGIN IS A NEAR
      *  MISS. THE COUNTING THROUGHPUT (DETAILS PER MINUTE)
      *  IS SHOWN WITH ITS CHANGE ON THE PREVIOUS CYCLE.
      *  THE PHASE SECTION AVERAGES EACH PHASE OVER THE
      *  CYCLES ON THE LOG, AND THE CHECKPOINT LINES GIVE
      *  THE COST OF A CHECKPOINT AND ITS SHARE OF THE
      *  COUNTING PHASE - THE EVIDENCE FOR SETTING
      *  SLAT-CHECKPOINT-INTERVAL.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIMING-LOG-FILE ASSIGN TO "TIMELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMLG-STATUS.

           SELECT OPTIONAL SLA-TARGET-FILE ASSIGN TO "SLATGT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAT-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMING-LOG-FILE.
       COPY "tmlgrec.cpy".

       FD  SLA-TARGET-FILE.
       COPY "slatrec.cpy".

       FD  SLA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TMLG-STATUS               PIC XX VALUE "00".
       01  WS-SLAT-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                PIC XX VALUE "00".

       01  WS-TMLG-EOF-SW               PIC X VALUE "N".
           88  WS-TMLG-EOF                     VALUE "Y".
       01  WS-SLAT-EOF-SW               PIC X VALUE "N".
           88  WS-SLAT-EOF                     VALUE "Y".

      *****************************************************
      *  SLATGT TARGET CARDS (UP TO 10) AND THE CARD
      *  CHOSEN FOR THE CYCLE IN HAND.
      *****************************************************
       01  WS-SLAT-TABLE.
           05  WS-SLAT-ENTRY OCCURS 10 TIMES.
               10  WS-SLAT-DAY-TYPE     PIC X(1).
               10  WS-SLAT-HH           PIC 9(2).
               10  WS-SLAT-MI           PIC 9(2).
               10  WS-SLAT-OFFSET       PIC 9(1).
               10  WS-SLAT-WARN         PIC 9(3).
       01  WS-SLAT-COUNT                PIC 9(2) COMP VALUE 0.
       01  WS-SLAT-SUB                  PIC 9(2) COMP.
       01  WS-SLAT-CUR                  PIC 9(2) COMP VALUE 0.

      *****************************************************
      *  CLOCK STAMP CONVERSION: YYYYMMDDHHMMSSCC TO
      *  HUNDREDTHS OF A SECOND SINCE THE INTEGER-OF-DATE
      *  EPOCH (ZERO FOR A STAMP THAT IS NOT A DATE).
      *****************************************************
       01  WS-TM-STAMP                  PIC X(16).
       01  WS-TM-STAMP-PARTS REDEFINES WS-TM-STAMP.
           05  WS-TM-STAMP-DATE         PIC 9(8).
           05  WS-TM-STAMP-HH           PIC 9(2).
           05  WS-TM-STAMP-MI           PIC 9(2).
           05  WS-TM-STAMP-SS           PIC 9(2).
           05  WS-TM-STAMP-CC           PIC 9(2).
       01  WS-TM-STAMP-CS               PIC 9(15) VALUE 0.
       01  WS-END-CS                    PIC 9(15) VALUE 0.
       01  WS-TARGET-CS                 PIC 9(15) VALUE 0.
       01  WS-MARGIN-CS                 PIC S9(15) VALUE 0.
       01  WS-MARGIN-MINUTES            PIC S9(6) VALUE 0.
       01  WS-WARN-CS                   PIC 9(15) VALUE 0.
       01  WS-TARGET-DAY                PIC 9(8) VALUE 0.

      *****************************************************
      *  PER-PHASE TOTALS OVER EVERY CYCLE ON THE LOG, IN
      *  THE ORDER THE PHASES FIRST APPEAR.
      *****************************************************
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY OCCURS 10 TIMES.
               10  WS-PH-PHASE          PIC X(8).
               10  WS-PH-RUNS           PIC 9(7).
               10  WS-PH-TOTAL-CS       PIC 9(13).
               10  WS-PH-MAX-CS         PIC 9(9).
               10  WS-PH-RECORDS        PIC 9(13).
       01  WS-PH-COUNT                  PIC 9(2) COMP VALUE 0.
       01  WS-PH-SUB                    PIC 9(2) COMP.
       01  WS-PH-CUR                    PIC 9(2) COMP VALUE 0.

      *****************************************************
      *  THE CYCLE IN HAND: ITS COUNTING PHASE (FOR THE
      *  THROUGHPUT) AND THE PREVIOUS CYCLE'S THROUGHPUT.
      *****************************************************
       01  WS-CUR-COUNT-CS              PIC 9(9) VALUE 0.
       01  WS-CUR-COUNT-RECORDS         PIC 9(10) VALUE 0.
       01  WS-CUR-RATE                  PIC 9(9) VALUE 0.
       01  WS-PRIOR-RATE                PIC 9(9) VALUE 0.
       01  WS-TREND-PCT                 PIC S9(5) VALUE 0.
       01  WS-TREND-EDIT                PIC -(4)9.
       01  WS-MARGIN-EDIT               PIC -(6)9.
       01  WS-CYCLE-STATUS              PIC X(9) VALUE SPACES.

       01  WS-CYCLE-COUNT               PIC 9(7) VALUE 0.
       01  WS-OK-COUNT                  PIC 9(7) VALUE 0.
       01  WS-NEAR-COUNT                PIC 9(7) VALUE 0.
       01  WS-BREACH-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-TARGET-COUNT           PIC 9(7) VALUE 0.
       01  WS-ALL-COUNT-CS              PIC 9(13) VALUE 0.
       01  WS-ALL-COUNT-RECORDS         PIC 9(13) VALUE 0.
       01  WS-AVG-RATE                  PIC 9(9) VALUE 0.
       01  WS-LAST-INTERVAL             PIC 9(5) VALUE 0.

       01  WS-CK-TAKEN                  PIC 9(13) VALUE 0.
       01  WS-CK-TOTAL-CS               PIC 9(13) VALUE 0.
       01  WS-CK-AVG-CS                 PIC 9(9) VALUE 0.
       01  WS-CK-SHARE                  PIC 9(3)V99 VALUE 0.
       01  WS-CK-PER-DETAILS            PIC 9(9) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "CYCLE TIMING AND SERVICE-LEVEL REPORT".
       01  WS-HEADING-2.
           05  FILLER PIC X(13) VALUE "CYCLE ID".
           05  FILLER PIC X(4)  VALUE "DT".
           05  FILLER PIC X(19) VALUE "STARTED".
           05  FILLER PIC X(10) VALUE "ENDED".
           05  FILLER PIC X(9)  VALUE "TARGET".
           05  FILLER PIC X(12) VALUE "   ELAPSED".
           05  FILLER PIC X(9)  VALUE " MARGIN".
           05  FILLER PIC X(12) VALUE "   RECORDS".
           05  FILLER PIC X(11) VALUE " RATE/MIN".
           05  FILLER PIC X(8)  VALUE " TREND".
           05  FILLER PIC X(7)  VALUE " CKPT".
           05  FILLER PIC X(9)  VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-CYCLE                 PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-DAY-TYPE              PIC X(1).
           05  WS-DL-PERIOD-END            PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-START-DATE            PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-START-TIME            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-END-TIME              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-TARGET                PIC X(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ELAPSED               PIC Z(6)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-MARGIN                PIC X(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-RECORDS               PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-RATE                  PIC Z(8)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-TREND                 PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-INTERVAL              PIC Z(4)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS                PIC X(9).

       01  WS-NONE-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(27) VALUE "NO CYCLES ON THE TIMING LOG".

       01  WS-PHASE-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "PHASE TIMES OVER ALL CYCLES (SECONDS)".
       01  WS-PHASE-HEADING-2.
           05  FILLER PIC X(10) VALUE "PHASE".
           05  FILLER PIC X(9)  VALUE "    RUNS".
           05  FILLER PIC X(12) VALUE "   AVERAGE".
           05  FILLER PIC X(12) VALUE "   LONGEST".
           05  FILLER PIC X(15) VALUE "  TOTAL RECORDS".
           05  FILLER PIC X(12) VALUE " AVG/RUN".

       01  WS-PHASE-LINE.
           05  WS-PL-PHASE                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-RUNS                  PIC Z(6)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-AVERAGE               PIC Z(6)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-LONGEST               PIC Z(6)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-RECORDS               PIC Z(12)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-AVG-RECORDS           PIC Z(9)9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER PIC X(20) VALUE "CYCLES REPORTED....:".
           05  WS-SL-CYCLE-COUNT           PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER PIC X(20) VALUE "WITHIN TARGET......:".
           05  WS-SL-OK-COUNT              PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER PIC X(20) VALUE "NEAR MISS..........:".
           05  WS-SL-NEAR-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER PIC X(20) VALUE "TARGET BREACHED....:".
           05  WS-SL-BREACH-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER PIC X(20) VALUE "NO TARGET CARD.....:".
           05  WS-SL-NO-TARGET-COUNT       PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER PIC X(20) VALUE "AVG RATE PER MINUTE:".
           05  WS-SL-AVG-RATE              PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER PIC X(20) VALUE "CHECKPOINTS TAKEN..:".
           05  WS-SL-CK-TAKEN              PIC Z(6)9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER PIC X(20) VALUE "AVG CHECKPOINT SECS:".
           05  WS-SL-CK-AVG                PIC Z(6)9.99.
       01  WS-SUMMARY-LINE-9.
           05  FILLER PIC X(20) VALUE "CKPT % OF COUNTING.:".
           05  WS-SL-CK-SHARE              PIC Z(6)9.99.
       01  WS-SUMMARY-LINE-10.
           05  FILLER PIC X(20) VALUE "DETAILS PER CKPT...:".
           05  WS-SL-CK-PER-DETAILS        PIC Z(6)9.
       01  WS-SUMMARY-LINE-11.
           05  FILLER PIC X(20) VALUE "LAST CKPT INTERVAL.:".
           05  WS-SL-LAST-INTERVAL         PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SLA-TARGETS
           OPEN INPUT TIMING-LOG-FILE
           IF WS-TMLG-STATUS = "00"
               PERFORM UNTIL WS-TMLG-EOF
                   READ TIMING-LOG-FILE
                       AT END
                           SET WS-TMLG-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-PROCESS-TIMING-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TIMING-LOG-FILE
           IF WS-CYCLE-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 3000-WRITE-PHASE-SECTION
           PERFORM 9000-WRITE-SUMMARY
           PERFORM 9900-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT SLA-REPORT-FILE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-SLA-TARGETS.
           OPEN INPUT SLA-TARGET-FILE
           IF WS-SLAT-STATUS = "00"
               PERFORM UNTIL WS-SLAT-EOF
                   READ SLA-TARGET-FILE
                       AT END
                           SET WS-SLAT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-STORE-SLA-TARGET
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SLA-TARGET-FILE.

       1110-STORE-SLA-TARGET.
           IF SLAT-TARGET-TIME IS NUMERIC
                   AND SLAT-TARGET-HH < 24 AND SLAT-TARGET-MI < 60
               IF WS-SLAT-COUNT < 10
                   ADD 1 TO WS-SLAT-COUNT
                   MOVE SLAT-DAY-TYPE TO
                       WS-SLAT-DAY-TYPE(WS-SLAT-COUNT)
                   MOVE SLAT-TARGET-HH TO WS-SLAT-HH(WS-SLAT-COUNT)
                   MOVE SLAT-TARGET-MI TO WS-SLAT-MI(WS-SLAT-COUNT)
                   MOVE 0 TO WS-SLAT-OFFSET(WS-SLAT-COUNT)
                   IF SLAT-TARGET-DAY-OFFSET IS NUMERIC
                       MOVE SLAT-TARGET-DAY-OFFSET TO
                           WS-SLAT-OFFSET(WS-SLAT-COUNT)
                   END-IF
                   MOVE 0 TO WS-SLAT-WARN(WS-SLAT-COUNT)
                   IF SLAT-WARN-MINUTES IS NUMERIC
                       MOVE SLAT-WARN-MINUTES TO
                           WS-SLAT-WARN(WS-SLAT-COUNT)
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-TIMING-RECORD.
           EVALUATE TRUE
               WHEN TMLG-PHASE-RECORD
                   PERFORM 2100-ACCUMULATE-PHASE
               WHEN TMLG-CYCLE-RECORD
                   PERFORM 2500-REPORT-CYCLE
           END-EVALUATE.

      *****************************************************
      *  ADD A PHASE RECORD TO ITS PHASE TOTALS AND KEEP
      *  THE CYCLE'S COUNTING AND CHECKPOINT FIGURES.
      *****************************************************
       2100-ACCUMULATE-PHASE.
           MOVE 0 TO WS-PH-CUR
           PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                   UNTIL WS-PH-SUB > WS-PH-COUNT
               IF WS-PH-PHASE(WS-PH-SUB) = TMLG-PHASE
                   MOVE WS-PH-SUB TO WS-PH-CUR
               END-IF
           END-PERFORM
           IF WS-PH-CUR = 0 AND WS-PH-COUNT < 10
               ADD 1 TO WS-PH-COUNT
               MOVE WS-PH-COUNT TO WS-PH-CUR
               MOVE TMLG-PHASE TO WS-PH-PHASE(WS-PH-CUR)
               MOVE 0 TO WS-PH-RUNS(WS-PH-CUR)
               MOVE 0 TO WS-PH-TOTAL-CS(WS-PH-CUR)
               MOVE 0 TO WS-PH-MAX-CS(WS-PH-CUR)
               MOVE 0 TO WS-PH-RECORDS(WS-PH-CUR)
           END-IF
           IF WS-PH-CUR > 0
               ADD 1 TO WS-PH-RUNS(WS-PH-CUR)
               ADD TMLG-ELAPSED-CS TO WS-PH-TOTAL-CS(WS-PH-CUR)
               ADD TMLG-RECORD-COUNT TO WS-PH-RECORDS(WS-PH-CUR)
               IF TMLG-ELAPSED-CS > WS-PH-MAX-CS(WS-PH-CUR)
                   MOVE TMLG-ELAPSED-CS TO WS-PH-MAX-CS(WS-PH-CUR)
               END-IF
           END-IF
           EVALUATE TMLG-PHASE
               WHEN "COUNTING"
                   MOVE TMLG-ELAPSED-CS TO WS-CUR-COUNT-CS
                   MOVE TMLG-RECORD-COUNT TO WS-CUR-COUNT-RECORDS
                   ADD TMLG-ELAPSED-CS TO WS-ALL-COUNT-CS
                   ADD TMLG-RECORD-COUNT TO WS-ALL-COUNT-RECORDS
               WHEN "CHECKPT"
                   ADD TMLG-RECORD-COUNT TO WS-CK-TAKEN
                   ADD TMLG-ELAPSED-CS TO WS-CK-TOTAL-CS
           END-EVALUATE.

      *****************************************************
      *  ONE LINE PER CYCLE RECORD, RATED AGAINST ITS
      *  TARGET CARD, THEN RESET FOR THE NEXT CYCLE.
      *****************************************************
       2500-REPORT-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT
           MOVE TMLG-CHECKPOINT-INTERVAL TO WS-LAST-INTERVAL
           PERFORM 2510-FIND-SLA-TARGET
           PERFORM 2520-RATE-AGAINST-TARGET
           PERFORM 2530-COMPUTE-THROUGHPUT
           PERFORM 2590-WRITE-CYCLE-LINE
           MOVE WS-CUR-RATE TO WS-PRIOR-RATE
           MOVE 0 TO WS-CUR-COUNT-CS
           MOVE 0 TO WS-CUR-COUNT-RECORDS.

       2510-FIND-SLA-TARGET.
           MOVE 0 TO WS-SLAT-CUR
           IF TMLG-PERIOD-END-FLAG = "Y"
               PERFORM VARYING WS-SLAT-SUB FROM 1 BY 1
                       UNTIL WS-SLAT-SUB > WS-SLAT-COUNT
                   IF WS-SLAT-DAY-TYPE(WS-SLAT-SUB) = "P"
                       MOVE WS-SLAT-SUB TO WS-SLAT-CUR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SLAT-CUR = 0
               PERFORM VARYING WS-SLAT-SUB FROM 1 BY 1
                       UNTIL WS-SLAT-SUB > WS-SLAT-COUNT
                   IF WS-SLAT-DAY-TYPE(WS-SLAT-SUB) = TMLG-DAY-TYPE
                       MOVE WS-SLAT-SUB TO WS-SLAT-CUR
                   END-IF
               END-PERFORM
           END-IF.

       2520-RATE-AGAINST-TARGET.
           MOVE SPACES TO WS-DL-TARGET
           MOVE SPACES TO WS-DL-MARGIN
           MOVE TMLG-END-TIME TO WS-TM-STAMP
           PERFORM 2800-COMPUTE-STAMP-CS
           MOVE WS-TM-STAMP-CS TO WS-END-CS
           MOVE TMLG-START-TIME TO WS-TM-STAMP
           IF WS-SLAT-CUR = 0
                   OR WS-TM-STAMP-DATE IS NOT NUMERIC
                   OR WS-TM-STAMP-DATE < 16010101
                   OR WS-END-CS = 0
               MOVE "NO TARGET" TO WS-CYCLE-STATUS
               ADD 1 TO WS-NO-TARGET-COUNT
           ELSE
               COMPUTE WS-TARGET-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-TM-STAMP-DATE)
                   + WS-SLAT-OFFSET(WS-SLAT-CUR)
               COMPUTE WS-TARGET-CS = WS-TARGET-DAY * 8640000
                   + WS-SLAT-HH(WS-SLAT-CUR) * 360000
                   + WS-SLAT-MI(WS-SLAT-CUR) * 6000
               COMPUTE WS-WARN-CS = WS-SLAT-WARN(WS-SLAT-CUR) * 6000
               COMPUTE WS-MARGIN-CS = WS-TARGET-CS - WS-END-CS
               COMPUTE WS-MARGIN-MINUTES = WS-MARGIN-CS / 6000
               MOVE WS-MARGIN-MINUTES TO WS-MARGIN-EDIT
               MOVE WS-MARGIN-EDIT TO WS-DL-MARGIN
               STRING WS-SLAT-HH(WS-SLAT-CUR) ":"
                   WS-SLAT-MI(WS-SLAT-CUR)
                   DELIMITED BY SIZE INTO WS-DL-TARGET
               IF WS-SLAT-OFFSET(WS-SLAT-CUR) > 0
                   MOVE "+" TO WS-DL-TARGET(6:1)
                   MOVE WS-SLAT-OFFSET(WS-SLAT-CUR) TO
                       WS-DL-TARGET(7:1)
               END-IF
               EVALUATE TRUE
                   WHEN WS-MARGIN-CS < 0
                       MOVE "BREACH" TO WS-CYCLE-STATUS
                       ADD 1 TO WS-BREACH-COUNT
                   WHEN WS-MARGIN-CS < WS-WARN-CS
                       MOVE "NEAR MISS" TO WS-CYCLE-STATUS
                       ADD 1 TO WS-NEAR-COUNT
                   WHEN OTHER
                       MOVE "OK" TO WS-CYCLE-STATUS
                       ADD 1 TO WS-OK-COUNT
               END-EVALUATE
           END-IF.

      *****************************************************
      *  COUNTING THROUGHPUT IN DETAILS PER MINUTE, AND ITS
      *  PERCENTAGE CHANGE ON THE PREVIOUS CYCLE.
      *****************************************************
       2530-COMPUTE-THROUGHPUT.
           MOVE 0 TO WS-CUR-RATE
           MOVE SPACES TO WS-DL-TREND
           IF WS-CUR-COUNT-CS > 0
               COMPUTE WS-CUR-RATE =
                   WS-CUR-COUNT-RECORDS * 6000 / WS-CUR-COUNT-CS
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-CUR-RATE
               END-COMPUTE
           END-IF
           IF WS-PRIOR-RATE > 0 AND WS-CUR-RATE > 0
               COMPUTE WS-TREND-PCT ROUNDED =
                   (WS-CUR-RATE - WS-PRIOR-RATE) * 100
                   / WS-PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-TREND-PCT
               END-COMPUTE
               MOVE WS-TREND-PCT TO WS-TREND-EDIT
               MOVE WS-TREND-EDIT TO WS-DL-TREND(1:5)
               MOVE "%" TO WS-DL-TREND(6:1)
           END-IF.

       2590-WRITE-CYCLE-LINE.
           MOVE TMLG-CYCLE-ID TO WS-DL-CYCLE
           MOVE TMLG-DAY-TYPE TO WS-DL-DAY-TYPE
           IF TMLG-PERIOD-END-FLAG = "Y"
               MOVE "P" TO WS-DL-PERIOD-END
           ELSE
               MOVE SPACE TO WS-DL-PERIOD-END
           END-IF
           MOVE TMLG-START-TIME(1:8) TO WS-DL-START-DATE
           MOVE SPACES TO WS-DL-START-TIME
           STRING TMLG-START-TIME(9:2) ":" TMLG-START-TIME(11:2)
               ":" TMLG-START-TIME(13:2)
               DELIMITED BY SIZE INTO WS-DL-START-TIME
           MOVE SPACES TO WS-DL-END-TIME
           STRING TMLG-END-TIME(9:2) ":" TMLG-END-TIME(11:2)
               ":" TMLG-END-TIME(13:2)
               DELIMITED BY SIZE INTO WS-DL-END-TIME
           COMPUTE WS-DL-ELAPSED = TMLG-ELAPSED-CS / 100
           MOVE TMLG-RECORD-COUNT TO WS-DL-RECORDS
           MOVE WS-CUR-RATE TO WS-DL-RATE
           MOVE TMLG-CHECKPOINT-INTERVAL TO WS-DL-INTERVAL
           MOVE WS-CYCLE-STATUS TO WS-DL-STATUS
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2800-COMPUTE-STAMP-CS.
           MOVE 0 TO WS-TM-STAMP-CS
           IF WS-TM-STAMP-DATE IS NUMERIC
                   AND WS-TM-STAMP-DATE NOT < 16010101
                   AND WS-TM-STAMP-HH IS NUMERIC
                   AND WS-TM-STAMP-MI IS NUMERIC
                   AND WS-TM-STAMP-SS IS NUMERIC
                   AND WS-TM-STAMP-CC IS NUMERIC
               COMPUTE WS-TM-STAMP-CS =
                   FUNCTION INTEGER-OF-DATE(WS-TM-STAMP-DATE)
                   * 8640000
                   + WS-TM-STAMP-HH * 360000
                   + WS-TM-STAMP-MI * 6000
                   + WS-TM-STAMP-SS * 100
                   + WS-TM-STAMP-CC
           END-IF.

       3000-WRITE-PHASE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PHASE-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PHASE-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                   UNTIL WS-PH-SUB > WS-PH-COUNT
               PERFORM 3100-WRITE-PHASE-LINE
           END-PERFORM.

       3100-WRITE-PHASE-LINE.
           MOVE WS-PH-PHASE(WS-PH-SUB) TO WS-PL-PHASE
           MOVE WS-PH-RUNS(WS-PH-SUB) TO WS-PL-RUNS
           COMPUTE WS-PL-AVERAGE = WS-PH-TOTAL-CS(WS-PH-SUB)
               / WS-PH-RUNS(WS-PH-SUB) / 100
           COMPUTE WS-PL-LONGEST = WS-PH-MAX-CS(WS-PH-SUB) / 100
           MOVE WS-PH-RECORDS(WS-PH-SUB) TO WS-PL-RECORDS
           COMPUTE WS-PL-AVG-RECORDS = WS-PH-RECORDS(WS-PH-SUB)
               / WS-PH-RUNS(WS-PH-SUB)
           MOVE WS-PHASE-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-WRITE-SUMMARY.
           IF WS-ALL-COUNT-CS > 0
               COMPUTE WS-AVG-RATE =
                   WS-ALL-COUNT-RECORDS * 6000 / WS-ALL-COUNT-CS
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-AVG-RATE
               END-COMPUTE
           END-IF
           IF WS-CK-TAKEN > 0
               COMPUTE WS-CK-AVG-CS = WS-CK-TOTAL-CS / WS-CK-TAKEN
               COMPUTE WS-CK-PER-DETAILS =
                   WS-ALL-COUNT-RECORDS / WS-CK-TAKEN
           END-IF
           IF WS-ALL-COUNT-CS > 0
               COMPUTE WS-CK-SHARE ROUNDED =
                   WS-CK-TOTAL-CS * 100 / WS-ALL-COUNT-CS
                   ON SIZE ERROR
                       MOVE 100 TO WS-CK-SHARE
               END-COMPUTE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CYCLE-COUNT TO WS-SL-CYCLE-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OK-COUNT TO WS-SL-OK-COUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NEAR-COUNT TO WS-SL-NEAR-COUNT
           MOVE WS-SUMMARY-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BREACH-COUNT TO WS-SL-BREACH-COUNT
           MOVE WS-SUMMARY-LINE-4 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-TARGET-COUNT TO WS-SL-NO-TARGET-COUNT
           MOVE WS-SUMMARY-LINE-5 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AVG-RATE TO WS-SL-AVG-RATE
           MOVE WS-SUMMARY-LINE-6 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CK-TAKEN TO WS-SL-CK-TAKEN
           MOVE WS-SUMMARY-LINE-7 TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-SL-CK-AVG = WS-CK-AVG-CS / 100
           MOVE WS-SUMMARY-LINE-8 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CK-SHARE TO WS-SL-CK-SHARE
           MOVE WS-SUMMARY-LINE-9 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CK-PER-DETAILS TO WS-SL-CK-PER-DETAILS
           MOVE WS-SUMMARY-LINE-10 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LAST-INTERVAL TO WS-SL-LAST-INTERVAL
           MOVE WS-SUMMARY-LINE-11 TO RPT-LINE
           WRITE RPT-LINE.

       9900-FINALIZE.
           CLOSE SLA-REPORT-FILE.
