       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVRPT.
      *****************************************************
      *  REVRPT - REVERSAL REGISTER REPORT.
      *
      *  READS THE TRANSACTION REGISTER (TRANREG) POSTED BY
      *  CNTRPROC AND PRINTS EVERY ORIGINAL/REVERSAL PAIR -
      *  THE REVERSAL, ITS CYCLE AND AMOUNT AGAINST THE
      *  ORIGINAL IT WAS MATCHED TO - FOLLOWED BY EVERY
      *  ORIGINAL THAT HAS BEEN PARTLY REVERSED AND STILL
      *  HAS VALUE OPEN, SO FINANCE CAN SEE WHAT HAS BEEN
      *  NETTED AND WHAT REMAINS OUTSTANDING. THE REGISTER
      *  IS READ TWICE, ONCE PER SECTION.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-REGISTER-FILE ASSIGN TO "TRANREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TREG-TRAN-KEY
               FILE STATUS IS WS-TREG-STATUS.

           SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-REGISTER-FILE.
       COPY "tregrec.cpy".

       FD  REVERSAL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TREG-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                PIC XX VALUE "00".

       01  WS-TREG-EOF-SW               PIC X VALUE "N".
           88  WS-TREG-EOF                     VALUE "Y".

       01  WS-PAIR-COUNT                PIC 9(7) VALUE 0.
       01  WS-PAIR-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-FULL-COUNT                PIC 9(7) VALUE 0.
       01  WS-PARTIAL-COUNT             PIC 9(7) VALUE 0.
       01  WS-OPEN-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-OPEN-TOTAL                PIC 9(11)V99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "REVERSAL REGISTER REPORT".
       01  WS-PAIR-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "ORIGINAL / REVERSAL PAIRS".
       01  WS-PAIR-HEADING-2.
           05  FILLER PIC X(18) VALUE "REVERSAL KEY".
           05  FILLER PIC X(13) VALUE "CYCLE".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(15) VALUE "  REV AMOUNT".
           05  FILLER PIC X(18) VALUE "ORIGINAL KEY".
           05  FILLER PIC X(13) VALUE "ORIG CYCLE".
           05  FILLER PIC X(15) VALUE " ORIG AMOUNT".
       01  WS-PARTIAL-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "PARTIAL REVERSALS STILL OPEN".
       01  WS-PARTIAL-HEADING-2.
           05  FILLER PIC X(18) VALUE "ORIGINAL KEY".
           05  FILLER PIC X(13) VALUE "CYCLE".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(5)  VALUE "TYPE".
           05  FILLER PIC X(15) VALUE "     AMOUNT".
           05  FILLER PIC X(15) VALUE "   REVERSED".
           05  FILLER PIC X(15) VALUE "       OPEN".
           05  FILLER PIC X(5)  VALUE "REVS".
           05  FILLER PIC X(18) VALUE "LAST REVERSAL".
           05  FILLER PIC X(11) VALUE "REV CYCLE".

       01  WS-PAIR-LINE.
           05  WS-PL-REV-KEY               PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-REV-CYCLE             PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-REV-AMOUNT            PIC Z(8)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-PL-ORIG-KEY              PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-ORIG-CYCLE            PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-ORIG-AMOUNT           PIC Z(8)9.99.

       01  WS-PARTIAL-LINE.
           05  WS-OL-ORIG-KEY              PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-CYCLE                 PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-TYPE                  PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-AMOUNT                PIC Z(8)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-OL-REVERSED              PIC Z(8)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-OL-OPEN                  PIC Z(8)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-OL-REV-COUNT             PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-LAST-REV-KEY          PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-LAST-REV-CYCLE        PIC X(11).

       01  WS-NONE-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(20) VALUE "NONE ON THE REGISTER".

       01  WS-SUMMARY-LINE-1.
           05  FILLER PIC X(20) VALUE "REVERSAL PAIRS.....:".
           05  WS-SL-PAIR-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER PIC X(20) VALUE "VALUE REVERSED.....:".
           05  WS-SL-PAIR-AMOUNT           PIC Z(10)9.99.
       01  WS-SUMMARY-LINE-3.
           05  FILLER PIC X(20) VALUE "FULLY REVERSED.....:".
           05  WS-SL-FULL-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER PIC X(20) VALUE "PARTIALS OPEN......:".
           05  WS-SL-PARTIAL-COUNT         PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER PIC X(20) VALUE "VALUE STILL OPEN...:".
           05  WS-SL-OPEN-TOTAL            PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-PAIRS
           PERFORM 3000-REPORT-OPEN-PARTIALS
           PERFORM 9000-WRITE-SUMMARY
           PERFORM 9900-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT REVERSAL-REPORT-FILE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-REPORT-PAIRS.
           MOVE WS-PAIR-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PAIR-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT TRAN-REGISTER-FILE
           IF WS-TREG-STATUS = "00"
               MOVE "N" TO WS-TREG-EOF-SW
               PERFORM UNTIL WS-TREG-EOF
                   READ TRAN-REGISTER-FILE NEXT RECORD
                       AT END
                           SET WS-TREG-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-REPORT-ONE-PAIR
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRAN-REGISTER-FILE
           IF WS-PAIR-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2100-REPORT-ONE-PAIR.
           IF TREG-REVERSAL-FLAG = "Y"
               ADD 1 TO WS-PAIR-COUNT
               ADD TREG-AMOUNT TO WS-PAIR-AMOUNT
               MOVE TREG-TRAN-KEY TO WS-PL-REV-KEY
               MOVE TREG-CYCLE-ID TO WS-PL-REV-CYCLE
               MOVE TREG-ENTITY-CODE TO WS-PL-ENTITY
               MOVE TREG-AMOUNT TO WS-PL-REV-AMOUNT
               MOVE TREG-ORIG-KEY TO WS-PL-ORIG-KEY
               MOVE TREG-ORIG-CYCLE-ID TO WS-PL-ORIG-CYCLE
               MOVE TREG-ORIG-AMOUNT TO WS-PL-ORIG-AMOUNT
               MOVE WS-PAIR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3000-REPORT-OPEN-PARTIALS.
           MOVE WS-PARTIAL-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PARTIAL-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT TRAN-REGISTER-FILE
           IF WS-TREG-STATUS = "00"
               MOVE "N" TO WS-TREG-EOF-SW
               PERFORM UNTIL WS-TREG-EOF
                   READ TRAN-REGISTER-FILE NEXT RECORD
                       AT END
                           SET WS-TREG-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-CHECK-ONE-ORIGINAL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRAN-REGISTER-FILE
           IF WS-PARTIAL-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3100-CHECK-ONE-ORIGINAL.
           IF TREG-REVERSAL-FLAG NOT = "Y"
                   AND TREG-REVERSAL-COUNT > 0
               IF TREG-REVERSED-AMOUNT NOT < TREG-AMOUNT
                   ADD 1 TO WS-FULL-COUNT
               ELSE
                   ADD 1 TO WS-PARTIAL-COUNT
                   COMPUTE WS-OPEN-AMOUNT =
                       TREG-AMOUNT - TREG-REVERSED-AMOUNT
                   ADD WS-OPEN-AMOUNT TO WS-OPEN-TOTAL
                   MOVE TREG-TRAN-KEY TO WS-OL-ORIG-KEY
                   MOVE TREG-CYCLE-ID TO WS-OL-CYCLE
                   MOVE TREG-ENTITY-CODE TO WS-OL-ENTITY
                   MOVE TREG-TYPE-CODE TO WS-OL-TYPE
                   MOVE TREG-AMOUNT TO WS-OL-AMOUNT
                   MOVE TREG-REVERSED-AMOUNT TO WS-OL-REVERSED
                   MOVE WS-OPEN-AMOUNT TO WS-OL-OPEN
                   MOVE TREG-REVERSAL-COUNT TO WS-OL-REV-COUNT
                   MOVE TREG-LAST-REV-KEY TO WS-OL-LAST-REV-KEY
                   MOVE TREG-LAST-REV-CYCLE TO WS-OL-LAST-REV-CYCLE
                   MOVE WS-PARTIAL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PAIR-COUNT TO WS-SL-PAIR-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PAIR-AMOUNT TO WS-SL-PAIR-AMOUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FULL-COUNT TO WS-SL-FULL-COUNT
           MOVE WS-SUMMARY-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PARTIAL-COUNT TO WS-SL-PARTIAL-COUNT
           MOVE WS-SUMMARY-LINE-4 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPEN-TOTAL TO WS-SL-OPEN-TOTAL
           MOVE WS-SUMMARY-LINE-5 TO RPT-LINE
           WRITE RPT-LINE.

       9900-FINALIZE.
           CLOSE REVERSAL-REPORT-FILE.
