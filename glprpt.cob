       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPRPT.
      *****************************************************
      *  GLPRPT - GENERAL-LEDGER JOURNAL PROOF REPORT.
      *
      *  READS THE GLJRNL JOURNAL CNTRPROC APPENDS EACH
      *  CYCLE AND LISTS EVERY LINE POSTED, CYCLE BY CYCLE,
      *  PROVING EACH JOURNAL AGAINST ITS OWN TRAILER: THE
      *  LINE COUNT AND THE DEBIT AND CREDIT HASH TOTALS ARE
      *  RECOMPUTED FROM THE DETAIL LINES AND THE DEBITS
      *  MUST EQUAL THE CREDITS. IT THEN LISTS EVERY ENTITY
      *  AND TYPE AMOUNT HELD BACK ON GLHOLD WITH THE REASON
      *  SO ACCOUNTING KNOWS WHAT STILL HAS TO BE POSTED.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT OPTIONAL GL-HOLD-FILE ASSIGN TO "GLHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLHD-STATUS.

           SELECT GL-PROOF-REPORT-FILE ASSIGN TO "GLPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
       COPY "gljrec.cpy".

       FD  GL-HOLD-FILE.
       COPY "glhdrec.cpy".

       FD  GL-PROOF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GLJ-STATUS                PIC XX VALUE "00".
       01  WS-GLHD-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                PIC XX VALUE "00".

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-CYC-LINE-COUNT            PIC 9(6) VALUE 0.
       01  WS-CYC-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-CYC-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.

       01  WS-CYCLE-COUNT               PIC 9(7) VALUE 0.
       01  WS-LINE-COUNT                PIC 9(7) VALUE 0.
       01  WS-DEBIT-TOTAL               PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-OUT-OF-PROOF-COUNT        PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT                PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT               PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "GENERAL-LEDGER JOURNAL PROOF REPORT".
       01  WS-POSTED-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "JOURNAL LINES POSTED".
       01  WS-POSTED-HEADING-2.
           05  FILLER PIC X(13) VALUE "CYCLE".
           05  FILLER PIC X(8)  VALUE "LINE".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(5)  VALUE "TYPE".
           05  FILLER PIC X(14) VALUE "ACCOUNT".
           05  FILLER PIC X(4)  VALUE "D/C".
           05  FILLER PIC X(17) VALUE "       AMOUNT".
           05  FILLER PIC X(30) VALUE "DESCRIPTION".
       01  WS-HELD-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "AMOUNTS HELD FROM THE JOURNAL".
       01  WS-HELD-HEADING-2.
           05  FILLER PIC X(13) VALUE "CYCLE".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(5)  VALUE "TYPE".
           05  FILLER PIC X(17) VALUE "       AMOUNT".
           05  FILLER PIC X(6)  VALUE "WHY".
           05  FILLER PIC X(40) VALUE "REASON".

       01  WS-POSTED-LINE.
           05  WS-PL-CYCLE                 PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-LINE-NO               PIC ZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-TYPE                  PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-ACCOUNT               PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-DR-CR                 PIC X(1).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-PL-AMOUNT                PIC Z(10)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-PL-DESCRIPTION           PIC X(30).

       01  WS-PROOF-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PR-CYCLE                 PIC X(11).
           05  FILLER PIC X(8)  VALUE " LINES ".
           05  WS-PR-LINE-COUNT            PIC ZZZZZ9.
           05  FILLER PIC X(9)  VALUE "  DEBITS ".
           05  WS-PR-DEBIT-TOTAL           PIC Z(12)9.99.
           05  FILLER PIC X(10) VALUE "  CREDITS ".
           05  WS-PR-CREDIT-TOTAL          PIC Z(12)9.99.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-PR-RESULT                PIC X(30).

       01  WS-HELD-LINE.
           05  WS-HL-CYCLE                 PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-TYPE                  PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-AMOUNT                PIC Z(10)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-HL-REASON-CODE           PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-REASON-TEXT           PIC X(40).

       01  WS-NONE-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(20) VALUE "NONE".

       01  WS-SUMMARY-LINE-1.
           05  FILLER PIC X(20) VALUE "CYCLES JOURNALLED..:".
           05  WS-SL-CYCLE-COUNT           PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER PIC X(20) VALUE "LINES POSTED.......:".
           05  WS-SL-LINE-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER PIC X(20) VALUE "DEBITS POSTED......:".
           05  WS-SL-DEBIT-TOTAL           PIC Z(12)9.99.
       01  WS-SUMMARY-LINE-4.
           05  FILLER PIC X(20) VALUE "CREDITS POSTED.....:".
           05  WS-SL-CREDIT-TOTAL          PIC Z(12)9.99.
       01  WS-SUMMARY-LINE-5.
           05  FILLER PIC X(20) VALUE "JOURNALS NOT PROVEN:".
           05  WS-SL-OUT-OF-PROOF          PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER PIC X(20) VALUE "AMOUNTS HELD.......:".
           05  WS-SL-HELD-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER PIC X(20) VALUE "VALUE HELD.........:".
           05  WS-SL-HELD-AMOUNT           PIC Z(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-POSTED
           PERFORM 3000-REPORT-HELD
           PERFORM 9000-WRITE-SUMMARY
           PERFORM 9900-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT GL-PROOF-REPORT-FILE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-REPORT-POSTED.
           MOVE WS-POSTED-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-POSTED-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GL-JOURNAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-REPORT-ONE-JOURNAL-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-JOURNAL-FILE
           IF WS-CYCLE-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2100-REPORT-ONE-JOURNAL-RECORD.
           EVALUATE GLJ-REC-TYPE
               WHEN "H"
                   ADD 1 TO WS-CYCLE-COUNT
                   MOVE 0 TO WS-CYC-LINE-COUNT
                   MOVE 0 TO WS-CYC-DEBIT-TOTAL
                   MOVE 0 TO WS-CYC-CREDIT-TOTAL
               WHEN "D"
                   PERFORM 2200-REPORT-DETAIL-LINE
               WHEN "T"
                   PERFORM 2300-PROVE-JOURNAL
           END-EVALUATE.

       2200-REPORT-DETAIL-LINE.
           ADD 1 TO WS-CYC-LINE-COUNT
           ADD 1 TO WS-LINE-COUNT
           IF GLJ-DR-CR-FLAG = "D"
               ADD GLJ-AMOUNT TO WS-CYC-DEBIT-TOTAL
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO WS-CYC-CREDIT-TOTAL
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE GLJ-CYCLE-ID TO WS-PL-CYCLE
           MOVE GLJ-LINE-NO TO WS-PL-LINE-NO
           MOVE GLJ-ENTITY-CODE TO WS-PL-ENTITY
           MOVE GLJ-TYPE-CODE TO WS-PL-TYPE
           MOVE GLJ-ACCOUNT TO WS-PL-ACCOUNT
           MOVE GLJ-DR-CR-FLAG TO WS-PL-DR-CR
           MOVE GLJ-AMOUNT TO WS-PL-AMOUNT
           MOVE GLJ-DESCRIPTION TO WS-PL-DESCRIPTION
           MOVE WS-POSTED-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2300-PROVE-JOURNAL.
           MOVE GLJ-TRL-CYCLE-ID TO WS-PR-CYCLE
           MOVE WS-CYC-LINE-COUNT TO WS-PR-LINE-COUNT
           MOVE WS-CYC-DEBIT-TOTAL TO WS-PR-DEBIT-TOTAL
           MOVE WS-CYC-CREDIT-TOTAL TO WS-PR-CREDIT-TOTAL
           EVALUATE TRUE
               WHEN WS-CYC-LINE-COUNT NOT = GLJ-TRL-LINE-COUNT
                   MOVE "LINE COUNT DIFFERS FROM TRAILER" TO
                       WS-PR-RESULT
                   ADD 1 TO WS-OUT-OF-PROOF-COUNT
               WHEN WS-CYC-DEBIT-TOTAL NOT = GLJ-TRL-DEBIT-TOTAL
                       OR WS-CYC-CREDIT-TOTAL NOT =
                           GLJ-TRL-CREDIT-TOTAL
                   MOVE "HASH TOTAL DIFFERS FROM TRAILER" TO
                       WS-PR-RESULT
                   ADD 1 TO WS-OUT-OF-PROOF-COUNT
               WHEN WS-CYC-DEBIT-TOTAL NOT = WS-CYC-CREDIT-TOTAL
                   MOVE "OUT OF BALANCE" TO WS-PR-RESULT
                   ADD 1 TO WS-OUT-OF-PROOF-COUNT
               WHEN GLJ-TRL-HELD-COUNT > 0
                   MOVE "PROVEN - PART HELD" TO WS-PR-RESULT
               WHEN OTHER
                   MOVE "PROVEN" TO WS-PR-RESULT
           END-EVALUATE
           MOVE WS-PROOF-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-REPORT-HELD.
           MOVE WS-HELD-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HELD-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT GL-HOLD-FILE
           IF WS-GLHD-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GL-HOLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-REPORT-ONE-HOLD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-HOLD-FILE
           IF WS-HELD-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3100-REPORT-ONE-HOLD.
           ADD 1 TO WS-HELD-COUNT
           ADD GLHD-AMOUNT TO WS-HELD-AMOUNT
           MOVE GLHD-CYCLE-ID TO WS-HL-CYCLE
           MOVE GLHD-ENTITY-CODE TO WS-HL-ENTITY
           MOVE GLHD-TYPE-CODE TO WS-HL-TYPE
           MOVE GLHD-AMOUNT TO WS-HL-AMOUNT
           MOVE GLHD-REASON-CODE TO WS-HL-REASON-CODE
           MOVE GLHD-REASON-TEXT TO WS-HL-REASON-TEXT
           MOVE WS-HELD-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CYCLE-COUNT TO WS-SL-CYCLE-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LINE-COUNT TO WS-SL-LINE-COUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-SL-DEBIT-TOTAL
           MOVE WS-SUMMARY-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-SL-CREDIT-TOTAL
           MOVE WS-SUMMARY-LINE-4 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OUT-OF-PROOF-COUNT TO WS-SL-OUT-OF-PROOF
           MOVE WS-SUMMARY-LINE-5 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HELD-COUNT TO WS-SL-HELD-COUNT
           MOVE WS-SUMMARY-LINE-6 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HELD-AMOUNT TO WS-SL-HELD-AMOUNT
           MOVE WS-SUMMARY-LINE-7 TO RPT-LINE
           WRITE RPT-LINE.

       9900-FINALIZE.
           CLOSE GL-PROOF-REPORT-FILE.
