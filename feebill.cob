       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBILL.
      *****************************************************
      *  FEEBILL - PER-ENTITY TRANSACTION FEE BILLING.
      *
      *  PRICES EACH OPERATING COMPANY'S COUNTED VOLUME AND
      *  VALUE FOR A PERIOD PERCLOSE HAS CLOSED AND WRITES
      *  ONE INVOICE PER ENTITY, WITH A LINE ITEM PER
      *  TRANSACTION TYPE, TO INVCFILE FOR ACCOUNTS
      *  RECEIVABLE, PLUS THE BILLING REGISTER (BILLRPT).
      *  THE VOLUME IS TAKEN FROM THE PER-ENTITY RUNHIST
      *  RECORDS OF THE PERIOD'S CYCLES (THE CYCLE ID
      *  CARRIES THE BUSINESS DATE): EACH CYCLE'S OWN TYPE
      *  COUNTS (HIST-TYPE-CYCLE-COUNT) AND TYPE VALUES.
      *  A CYCLE BACKED OUT BY CYCBKOUT IS NOT BILLED. EACH
      *  CYCLE IS PRICED FROM THE FEESCHED CARD IN FORCE ON
      *  ITS BUSINESS DATE - THE ENTITY'S OWN CARD FOR THE
      *  TYPE, ELSE THE STANDARD (BLANK-ENTITY) CARD.
      *  THE RUN IS REFUSED (RC 24) WITH NO INVOICE WRITTEN
      *  WHEN THE PERIOD IS NOT ON PERSUMM, WHEN BILLHIST
      *  SHOWS IT ALREADY BILLED (A "REBIL" RUN, UNDER
      *  MAKER/CHECKER AUTHORITY, IS NEEDED TO BILL IT
      *  AGAIN), WHEN ANY VOLUME HAS NO FEE CARD, OR WHEN
      *  THE PERIOD'S HISTORY CARRIES NO CYCLE INCREMENTS;
      *  THE REGISTER THEN SHOWS WHAT STOPPED IT.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-SUMMARY-FILE ASSIGN TO "PERSUMM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

           SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BHST-STATUS.

           SELECT OPTIONAL FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVC-STATUS.

           SELECT BILLING-REPORT-FILE ASSIGN TO "BILLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  PERIOD-SUMMARY-FILE.
       COPY "persrec.cpy".

       FD  BILLING-HISTORY-FILE.
       COPY "bhstrec.cpy".

       FD  FEE-SCHEDULE-FILE.
       COPY "feerec.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "runhrec.cpy".

       FD  INVOICE-FILE.
       COPY "invcrec.cpy".

       FD  BILLING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  OPERATOR-AUTH-FILE.
       COPY "opaurec.cpy".

       FD  SECURITY-VIOLATION-FILE.
       COPY "secvrec.cpy".

       FD  OPERATOR-LOG-FILE.
       COPY "oplgrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PERS-STATUS              PIC XX VALUE "00".
       01  WS-BHST-STATUS              PIC XX VALUE "00".
       01  WS-FEE-STATUS               PIC XX VALUE "00".
       01  WS-HIST-STATUS              PIC XX VALUE "00".
       01  WS-INVC-STATUS              PIC XX VALUE "00".
       01  WS-RPT-STATUS               PIC XX VALUE "00".

       01  WS-EOF-SW                   PIC X VALUE "N".
           88  WS-EOF                         VALUE "Y".
       01  WS-BILL-VALID-SW            PIC X VALUE "N".
           88  WS-BILL-VALID                 VALUE "Y".
       01  WS-REBILL-SW                PIC X VALUE "N".
           88  WS-REBILL                     VALUE "Y".
       01  WS-REFUSED-SW               PIC X VALUE "N".
           88  WS-REFUSED                    VALUE "Y".
       01  WS-REFUSE-TEXT              PIC X(60) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW         PIC X VALUE "N".
           88  WS-PERIOD-CLOSED              VALUE "Y".

       01  WS-TIMESTAMP                PIC X(26).
       01  WS-TODAY                    PIC X(8).
       01  WS-PERIOD-ID                PIC X(6) VALUE SPACES.
       01  WS-LATEST-CLOSED            PIC X(6) VALUE SPACES.
       01  WS-PRIOR-RUNS               PIC 9(3) VALUE 0.
       01  WS-LAST-RUN-SEQ             PIC 9(2) VALUE 0.
       01  WS-LAST-BILLED-DATE         PIC X(8) VALUE SPACES.
       01  WS-RUN-SEQ                  PIC 9(2) VALUE 0.
       01  WS-BILL-TYPE                PIC X(1) VALUE "B".
       01  WS-CYCLE-DATE               PIC X(8) VALUE SPACES.
       01  WS-EDIT-COUNT               PIC Z(4)9.

      *****************************************************
      *  FEESCHED CARDS (UP TO 200). A CARD APPLIES TO A
      *  CYCLE WHOSE BUSINESS DATE FALLS IN ITS EFFECTIVE
      *  WINDOW; THE ENTITY'S OWN CARD OUTRANKS THE
      *  STANDARD ONE, AND OF TWO EQUAL CARDS THE LATER
      *  EFFECTIVE DATE WINS.
      *****************************************************
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 200 TIMES.
               10  WS-FEE-ENTITY       PIC X(3).
               10  WS-FEE-TYPE         PIC X(3).
               10  WS-FEE-EFFECTIVE    PIC X(8).
               10  WS-FEE-END          PIC X(8).
               10  WS-FEE-ITEM-RATE    PIC 9(3)V9(4).
               10  WS-FEE-PERCENT      PIC 9(2)V9(4).
       01  WS-FEE-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-FEE-SUB                  PIC 9(3) COMP.
       01  WS-FEE-BEST                 PIC 9(3) COMP VALUE 0.
       01  WS-FEE-RANK                 PIC 9(1) VALUE 0.
       01  WS-FEE-BEST-RANK            PIC 9(1) VALUE 0.

      *****************************************************
      *  INVOICE LINES: ONE PER ENTITY, TYPE AND FEE CARD
      *  (UP TO 500), WS-LN-FEE-SUB ZERO WHEN THE VOLUME
      *  HAS NO CARD. ENTITIES (UP TO 100) IN THE ORDER
      *  FIRST MET ON RUNHIST, EACH ONE INVOICE.
      *****************************************************
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 500 TIMES.
               10  WS-LN-ENTITY        PIC X(3).
               10  WS-LN-TYPE          PIC X(3).
               10  WS-LN-FEE-SUB       PIC 9(3) COMP.
               10  WS-LN-ITEMS         PIC 9(10).
               10  WS-LN-VALUE         PIC 9(13)V99.
               10  WS-LN-ITEM-FEE      PIC 9(11)V99.
               10  WS-LN-VALUE-FEE     PIC 9(11)V99.
               10  WS-LN-LINE-FEE      PIC 9(11)V99.
       01  WS-LN-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-LN-SUB                   PIC 9(3) COMP.
       01  WS-LN-CUR                   PIC 9(3) COMP VALUE 0.
       01  WS-LN-NO                    PIC 9(3) VALUE 0.
       01  WS-EN-TABLE.
           05  WS-EN-ENTRY OCCURS 100 TIMES.
               10  WS-EN-ENTITY        PIC X(3).
               10  WS-EN-LINES         PIC 9(3).
               10  WS-EN-ITEMS         PIC 9(10).
               10  WS-EN-VALUE         PIC 9(13)V99.
               10  WS-EN-FEE           PIC 9(11)V99.
       01  WS-EN-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-EN-SUB                   PIC 9(3) COMP.
       01  WS-EN-CUR                   PIC 9(3) COMP VALUE 0.
       01  WS-TABLE-FULL-SW            PIC X VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".
       01  WS-TYPE-SUB                 PIC 9(2) COMP.

       01  WS-INVOICE-NO.
           05  WS-INV-PERIOD           PIC X(6).
           05  WS-INV-ENTITY           PIC X(3).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-INV-SEQ              PIC 9(2).
       01  WS-SUPERSEDES-NO.
           05  WS-SUP-PERIOD           PIC X(6).
           05  WS-SUP-ENTITY           PIC X(3).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-SUP-SEQ              PIC 9(2).

       01  WS-HIST-BILLED-COUNT        PIC 9(7) VALUE 0.
       01  WS-HIST-BACKED-OUT-COUNT    PIC 9(7) VALUE 0.
       01  WS-HIST-NO-INCR-COUNT       PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT            PIC 9(7) VALUE 0.
       01  WS-INVOICE-COUNT            PIC 9(3) VALUE 0.
       01  WS-TOTAL-ITEMS              PIC 9(12) VALUE 0.
       01  WS-TOTAL-VALUE              PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-FEE                PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "TRANSACTION FEE BILLING REGISTER".
       01  WS-HEADING-RUN              PIC X(80) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER PIC X(14) VALUE "INVOICE".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(5)  VALUE "TYPE".
           05  FILLER PIC X(12) VALUE "     ITEMS".
           05  FILLER PIC X(18) VALUE "           VALUE".
           05  FILLER PIC X(10) VALUE "ITEM RATE".
           05  FILLER PIC X(9)  VALUE "  VALUE%".
           05  FILLER PIC X(16) VALUE "      ITEM FEE".
           05  FILLER PIC X(16) VALUE "     VALUE FEE".
           05  FILLER PIC X(16) VALUE "      LINE FEE".
           05  FILLER PIC X(8)  VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DL-INVOICE-NO            PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE                  PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ITEMS                 PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-VALUE                 PIC Z(12)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ITEM-RATE             PIC ZZ9.9999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-PERCENT               PIC Z9.9999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ITEM-FEE              PIC Z(10)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-VALUE-FEE             PIC Z(10)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-LINE-FEE              PIC Z(10)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-NOTE                  PIC X(7).

       01  WS-INVOICE-TOTAL-LINE.
           05  WS-IT-INVOICE-NO            PIC X(12).
           05  FILLER                      PIC X(12) VALUE
               "  TOTAL".
           05  WS-IT-ITEMS                 PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-IT-VALUE                 PIC Z(12)9.99.
           05  FILLER                      PIC X(53) VALUE SPACES.
           05  WS-IT-FEE                   PIC Z(10)9.99.

       01  WS-REFUSED-LINE.
           05  FILLER PIC X(14) VALUE "NOT BILLED -  ".
           05  WS-RL-TEXT                  PIC X(60).

       01  WS-NONE-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(31) VALUE
               "NO ENTITY VOLUME FOR THE PERIOD".

       01  WS-SUMMARY-LINE-1.
           05  FILLER PIC X(20) VALUE "INVOICES...........:".
           05  WS-SL-INVOICE-COUNT         PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER PIC X(20) VALUE "LINE ITEMS.........:".
           05  WS-SL-LINE-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER PIC X(20) VALUE "TRANSACTIONS BILLED:".
           05  WS-SL-TOTAL-ITEMS           PIC Z(11)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER PIC X(20) VALUE "VALUE BILLED.......:".
           05  WS-SL-TOTAL-VALUE           PIC Z(12)9.99.
       01  WS-SUMMARY-LINE-5.
           05  FILLER PIC X(20) VALUE "FEE TOTAL..........:".
           05  WS-SL-TOTAL-FEE             PIC Z(12)9.99.
       01  WS-SUMMARY-LINE-6.
           05  FILLER PIC X(20) VALUE "HISTORY RECS BILLED:".
           05  WS-SL-HIST-BILLED           PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER PIC X(20) VALUE "BACKED OUT, SKIPPED:".
           05  WS-SL-HIST-BACKED-OUT       PIC Z(6)9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER PIC X(20) VALUE "NO CYCLE INCREMENTS:".
           05  WS-SL-HIST-NO-INCR          PIC Z(6)9.
       01  WS-SUMMARY-LINE-9.
           05  FILLER PIC X(20) VALUE "LINES WITH NO RATE.:".
           05  WS-SL-NO-RATE               PIC Z(6)9.

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
           05  WS-AUTH-PROGRAM         PIC X(8) VALUE "FEEBILL".
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
           05  WS-BILL-REJECT-RC       PIC 9(3) VALUE 24.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(80).
           05  LK-BILL-PARM REDEFINES LK-PARM-DATA.
               COPY "billprm.cpy".

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 1000-VALIDATE-BILL-REQUEST
           IF NOT WS-BILL-VALID
               DISPLAY "FEEBILL: BILLING REQUEST REJECTED - "
                   "TRANSACTION CODE NOT BILL OR REBIL, OR "
                   "OPERATOR ID MISSING"
               MOVE WS-BILL-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-CHECK-PERIOD-CLOSED
           IF NOT WS-REFUSED
               PERFORM 1200-CHECK-BILLING-HISTORY
           END-IF
           IF NOT WS-REFUSED AND WS-REBILL
               MOVE "REBIL" TO WS-AUTH-ACTION
               MOVE SPACES TO WS-AUTH-ENTITY
               MOVE WS-PERIOD-ID TO WS-AUTH-REFERENCE
               MOVE BILL-OPERATOR-ID TO WS-AUTH-MAKER
               MOVE BILL-SIGNOFF-ID TO WS-AUTH-CHECKER
               PERFORM 8000-CHECK-AUTHORITY
               IF NOT WS-AUTH-GRANTED
                   SET WS-REFUSED TO TRUE
                   MOVE WS-AUTH-REFUSE-TEXT TO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF WS-REFUSED
               PERFORM 5000-WRITE-BILLING-REGISTER
               DISPLAY "FEEBILL: BILLING OF PERIOD " WS-PERIOD-ID
                   " REFUSED - " WS-REFUSE-TEXT
               MOVE WS-BILL-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1300-LOAD-FEE-SCHEDULE
           PERFORM 2000-GATHER-PERIOD-VOLUME
           IF NOT WS-REFUSED
               PERFORM 2900-CHECK-PERIOD-VOLUME
           END-IF
           IF NOT WS-REFUSED
               PERFORM 3000-PRICE-INVOICE-LINES
           END-IF
           PERFORM 5000-WRITE-BILLING-REGISTER
           IF WS-REFUSED
               DISPLAY "FEEBILL: BILLING OF PERIOD " WS-PERIOD-ID
                   " REFUSED - " WS-REFUSE-TEXT
               MOVE WS-BILL-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 4000-WRITE-INVOICES
           PERFORM 4500-WRITE-BILLING-HISTORY
           DISPLAY "FEEBILL: PERIOD " WS-PERIOD-ID " BILLED - "
               WS-INVOICE-COUNT " INVOICE(S), FEE TOTAL "
               WS-TOTAL-FEE
           MOVE WS-NORMAL-RC TO RETURN-CODE
           GOBACK.

       1000-VALIDATE-BILL-REQUEST.
           MOVE "N" TO WS-BILL-VALID-SW
           MOVE "N" TO WS-REBILL-SW
           IF LK-PARM-LENGTH > 0
                   AND (BILL-TRAN-CODE = "BILL"
                     OR BILL-TRAN-CODE = "REBIL")
                   AND BILL-OPERATOR-ID NOT = SPACES
               SET WS-BILL-VALID TO TRUE
               IF BILL-TRAN-CODE = "REBIL"
                   SET WS-REBILL TO TRUE
                   MOVE "R" TO WS-BILL-TYPE
               ELSE
                   MOVE "B" TO WS-BILL-TYPE
               END-IF
           END-IF.

      *****************************************************
      *  ONLY A PERIOD PERCLOSE HAS CLOSED IS BILLED: ITS
      *  HISTORY CAN NO LONGER CHANGE, SINCE CYCBKOUT
      *  REFUSES TO BACK OUT A CYCLE OF A CLOSED PERIOD.
      *  AN UNNAMED PERIOD IS THE LATEST ONE CLOSED.
      *****************************************************
       1100-CHECK-PERIOD-CLOSED.
           MOVE BILL-PERIOD-ID TO WS-PERIOD-ID
           OPEN INPUT PERIOD-SUMMARY-FILE
           IF WS-PERS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PERIOD-SUMMARY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PERS-PERIOD-ID > WS-LATEST-CLOSED
                               MOVE PERS-PERIOD-ID TO
                                   WS-LATEST-CLOSED
                           END-IF
                           IF PERS-PERIOD-ID = WS-PERIOD-ID
                               SET WS-PERIOD-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-SUMMARY-FILE
           ELSE
               CLOSE PERIOD-SUMMARY-FILE
           END-IF
           IF WS-PERIOD-ID = SPACES
               IF WS-LATEST-CLOSED = SPACES
                   SET WS-REFUSED TO TRUE
                   MOVE "NO PERIOD HAS BEEN CLOSED BY PERCLOSE"
                       TO WS-REFUSE-TEXT
               ELSE
                   MOVE WS-LATEST-CLOSED TO WS-PERIOD-ID
                   SET WS-PERIOD-CLOSED TO TRUE
               END-IF
           ELSE
               IF NOT WS-PERIOD-CLOSED
                   SET WS-REFUSED TO TRUE
                   MOVE "PERIOD NOT CLOSED BY PERCLOSE"
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF.

      *****************************************************
      *  A PERIOD ON BILLHIST HAS BEEN BILLED: A SECOND
      *  "BILL" IS REFUSED, AND A "REBIL" NEEDS A FIRST
      *  BILL TO REPLACE. THE RUN NUMBER CARRIES ON FROM
      *  THE LAST RUN FOR THE PERIOD.
      *****************************************************
       1200-CHECK-BILLING-HISTORY.
           MOVE 0 TO WS-PRIOR-RUNS
           MOVE 0 TO WS-LAST-RUN-SEQ
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BHST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BILLING-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BHST-PERIOD-ID = WS-PERIOD-ID
                               ADD 1 TO WS-PRIOR-RUNS
                               IF BHST-RUN-SEQ > WS-LAST-RUN-SEQ
                                   MOVE BHST-RUN-SEQ TO
                                       WS-LAST-RUN-SEQ
                                   MOVE BHST-TIMESTAMP(1:8) TO
                                       WS-LAST-BILLED-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-HISTORY-FILE
           ELSE
               CLOSE BILLING-HISTORY-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-REBILL AND WS-PRIOR-RUNS > 0
                   SET WS-REFUSED TO TRUE
                   STRING "PERIOD ALREADY BILLED ON "
                           DELIMITED BY SIZE
                       WS-LAST-BILLED-DATE DELIMITED BY SIZE
                       " - USE REBIL TO BILL AGAIN"
                           DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
               WHEN WS-REBILL AND WS-PRIOR-RUNS = 0
                   SET WS-REFUSED TO TRUE
                   MOVE "PERIOD NOT YET BILLED - NOTHING TO REBILL"
                       TO WS-REFUSE-TEXT
               WHEN WS-LAST-RUN-SEQ = 99
                   SET WS-REFUSED TO TRUE
                   MOVE "99 BILLING RUNS ALREADY MADE FOR PERIOD"
                       TO WS-REFUSE-TEXT
               WHEN OTHER
                   COMPUTE WS-RUN-SEQ = WS-LAST-RUN-SEQ + 1
           END-EVALUATE.

       1300-LOAD-FEE-SCHEDULE.
           MOVE 0 TO WS-FEE-COUNT
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-STORE-FEE-CARD
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       1310-STORE-FEE-CARD.
           IF FEE-TYPE-CODE NOT = SPACES
                   AND FEE-ITEM-RATE IS NUMERIC
                   AND FEE-VALUE-PERCENT IS NUMERIC
               IF WS-FEE-COUNT < 200
                   ADD 1 TO WS-FEE-COUNT
                   MOVE FEE-ENTITY-CODE TO
                       WS-FEE-ENTITY(WS-FEE-COUNT)
                   MOVE FEE-TYPE-CODE TO WS-FEE-TYPE(WS-FEE-COUNT)
                   MOVE FEE-EFFECTIVE-DATE TO
                       WS-FEE-EFFECTIVE(WS-FEE-COUNT)
                   MOVE FEE-END-DATE TO WS-FEE-END(WS-FEE-COUNT)
                   MOVE FEE-ITEM-RATE TO
                       WS-FEE-ITEM-RATE(WS-FEE-COUNT)
                   MOVE FEE-VALUE-PERCENT TO
                       WS-FEE-PERCENT(WS-FEE-COUNT)
               ELSE
                   DISPLAY "FEEBILL: FEESCHED EXCEEDS 200 CARDS - "
                       "CARD IGNORED " FEE-ENTITY-CODE " "
                       FEE-TYPE-CODE " " FEE-EFFECTIVE-DATE
               END-IF
           END-IF.

      *****************************************************
      *  TAKE EVERY ENTITY RECORD OF THE PERIOD'S CYCLES
      *  OFF RUNHIST (THE "ALL" AGGREGATE IS NOT BILLED).
      *****************************************************
       2000-GATHER-PERIOD-VOLUME.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               MOVE "UNABLE TO OPEN RUNHIST" TO WS-REFUSE-TEXT
               CLOSE RUN-HISTORY-FILE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-ID(1:6) = WS-PERIOD-ID
                                   AND HIST-ENTITY-CODE NOT = "ALL"
                                   AND HIST-ENTITY-CODE NOT = SPACES
                               PERFORM 2100-TAKE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       2100-TAKE-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN HIST-BACKED-OUT
                   ADD 1 TO WS-HIST-BACKED-OUT-COUNT
               WHEN HIST-NO-INCREMENTS
                   ADD 1 TO WS-HIST-NO-INCR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-HIST-BILLED-COUNT
                   MOVE HIST-RUN-ID(1:8) TO WS-CYCLE-DATE
                   PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                           UNTIL WS-TYPE-SUB > HIST-TYPE-COUNT
                              OR WS-TYPE-SUB > 20
                       IF HIST-TYPE-CYCLE-COUNT(WS-TYPE-SUB) > 0
                               OR HIST-TYPE-TRAN-AMOUNT(WS-TYPE-SUB)
                                   > 0
                           PERFORM 2200-TAKE-TYPE-VOLUME
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       2200-TAKE-TYPE-VOLUME.
           PERFORM 2300-FIND-FEE-CARD
           MOVE 0 TO WS-LN-CUR
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT OR WS-LN-CUR > 0
               IF WS-LN-ENTITY(WS-LN-SUB) = HIST-ENTITY-CODE
                       AND WS-LN-TYPE(WS-LN-SUB) =
                           HIST-TYPE-CODE(WS-TYPE-SUB)
                       AND WS-LN-FEE-SUB(WS-LN-SUB) = WS-FEE-BEST
                   MOVE WS-LN-SUB TO WS-LN-CUR
               END-IF
           END-PERFORM
           IF WS-LN-CUR = 0
               IF WS-LN-COUNT < 500
                   ADD 1 TO WS-LN-COUNT
                   MOVE WS-LN-COUNT TO WS-LN-CUR
                   MOVE HIST-ENTITY-CODE TO WS-LN-ENTITY(WS-LN-CUR)
                   MOVE HIST-TYPE-CODE(WS-TYPE-SUB) TO
                       WS-LN-TYPE(WS-LN-CUR)
                   MOVE WS-FEE-BEST TO WS-LN-FEE-SUB(WS-LN-CUR)
                   MOVE 0 TO WS-LN-ITEMS(WS-LN-CUR)
                   MOVE 0 TO WS-LN-VALUE(WS-LN-CUR)
                   MOVE 0 TO WS-LN-ITEM-FEE(WS-LN-CUR)
                   MOVE 0 TO WS-LN-VALUE-FEE(WS-LN-CUR)
                   MOVE 0 TO WS-LN-LINE-FEE(WS-LN-CUR)
                   PERFORM 2400-ADD-INVOICE-ENTITY
                   IF WS-FEE-BEST = 0
                       ADD 1 TO WS-NO-RATE-COUNT
                   END-IF
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-LN-CUR > 0
               ADD HIST-TYPE-CYCLE-COUNT(WS-TYPE-SUB) TO
                   WS-LN-ITEMS(WS-LN-CUR)
               ADD HIST-TYPE-TRAN-AMOUNT(WS-TYPE-SUB) TO
                   WS-LN-VALUE(WS-LN-CUR)
           END-IF.

       2300-FIND-FEE-CARD.
           MOVE 0 TO WS-FEE-BEST
           MOVE 0 TO WS-FEE-BEST-RANK
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
               MOVE 0 TO WS-FEE-RANK
               IF WS-FEE-TYPE(WS-FEE-SUB) = HIST-TYPE-CODE(WS-TYPE-SUB)
                       AND WS-FEE-EFFECTIVE(WS-FEE-SUB) NOT >
                           WS-CYCLE-DATE
                       AND (WS-FEE-END(WS-FEE-SUB) = SPACES
                        OR WS-FEE-END(WS-FEE-SUB) NOT < WS-CYCLE-DATE)
                   EVALUATE WS-FEE-ENTITY(WS-FEE-SUB)
                       WHEN HIST-ENTITY-CODE
                           MOVE 2 TO WS-FEE-RANK
                       WHEN SPACES
                           MOVE 1 TO WS-FEE-RANK
                   END-EVALUATE
               END-IF
               IF WS-FEE-RANK > WS-FEE-BEST-RANK
                   MOVE WS-FEE-RANK TO WS-FEE-BEST-RANK
                   MOVE WS-FEE-SUB TO WS-FEE-BEST
               ELSE
                   IF WS-FEE-RANK > 0
                           AND WS-FEE-RANK = WS-FEE-BEST-RANK
                           AND WS-FEE-EFFECTIVE(WS-FEE-SUB) >
                               WS-FEE-EFFECTIVE(WS-FEE-BEST)
                       MOVE WS-FEE-SUB TO WS-FEE-BEST
                   END-IF
               END-IF
           END-PERFORM.

       2400-ADD-INVOICE-ENTITY.
           MOVE 0 TO WS-EN-CUR
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-COUNT OR WS-EN-CUR > 0
               IF WS-EN-ENTITY(WS-EN-SUB) = HIST-ENTITY-CODE
                   MOVE WS-EN-SUB TO WS-EN-CUR
               END-IF
           END-PERFORM
           IF WS-EN-CUR = 0
               IF WS-EN-COUNT < 100
                   ADD 1 TO WS-EN-COUNT
                   MOVE WS-EN-COUNT TO WS-EN-CUR
                   MOVE HIST-ENTITY-CODE TO WS-EN-ENTITY(WS-EN-CUR)
                   MOVE 0 TO WS-EN-LINES(WS-EN-CUR)
                   MOVE 0 TO WS-EN-ITEMS(WS-EN-CUR)
                   MOVE 0 TO WS-EN-VALUE(WS-EN-CUR)
                   MOVE 0 TO WS-EN-FEE(WS-EN-CUR)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-EN-CUR > 0
               ADD 1 TO WS-EN-LINES(WS-EN-CUR)
           END-IF.

       2900-CHECK-PERIOD-VOLUME.
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   SET WS-REFUSED TO TRUE
                   MOVE "MORE THAN 500 LINES OR 100 ENTITIES TO BILL"
                       TO WS-REFUSE-TEXT
               WHEN WS-HIST-NO-INCR-COUNT > 0
                   SET WS-REFUSED TO TRUE
                   MOVE WS-HIST-NO-INCR-COUNT TO WS-EDIT-COUNT
                   STRING WS-EDIT-COUNT DELIMITED BY SIZE
                       " HISTORY RECORD(S) CARRY NO CYCLE INCREMENTS"
                           DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
               WHEN WS-NO-RATE-COUNT > 0
                   SET WS-REFUSED TO TRUE
                   MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
                   STRING WS-EDIT-COUNT DELIMITED BY SIZE
                       " LINE(S) HAVE NO FEESCHED RATE"
                           DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
               WHEN WS-LN-COUNT = 0
                   SET WS-REFUSED TO TRUE
                   MOVE "NO ENTITY VOLUME ON RUNHIST FOR THE PERIOD"
                       TO WS-REFUSE-TEXT
           END-EVALUATE.

      *****************************************************
      *  PRICE EACH LINE AT ITS CARD'S RATES AND ROLL THE
      *  FEES UP TO THE ENTITY'S INVOICE AND THE RUN.
      *****************************************************
       3000-PRICE-INVOICE-LINES.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               PERFORM 3100-PRICE-ONE-LINE
           END-PERFORM.

       3100-PRICE-ONE-LINE.
           MOVE WS-LN-FEE-SUB(WS-LN-SUB) TO WS-FEE-SUB
           COMPUTE WS-LN-ITEM-FEE(WS-LN-SUB) ROUNDED =
               WS-LN-ITEMS(WS-LN-SUB) * WS-FEE-ITEM-RATE(WS-FEE-SUB)
           COMPUTE WS-LN-VALUE-FEE(WS-LN-SUB) ROUNDED =
               WS-LN-VALUE(WS-LN-SUB) * WS-FEE-PERCENT(WS-FEE-SUB)
               / 100
           COMPUTE WS-LN-LINE-FEE(WS-LN-SUB) =
               WS-LN-ITEM-FEE(WS-LN-SUB) + WS-LN-VALUE-FEE(WS-LN-SUB)
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-COUNT
               IF WS-EN-ENTITY(WS-EN-SUB) = WS-LN-ENTITY(WS-LN-SUB)
                   ADD WS-LN-ITEMS(WS-LN-SUB) TO WS-EN-ITEMS(WS-EN-SUB)
                   ADD WS-LN-VALUE(WS-LN-SUB) TO WS-EN-VALUE(WS-EN-SUB)
                   ADD WS-LN-LINE-FEE(WS-LN-SUB) TO
                       WS-EN-FEE(WS-EN-SUB)
               END-IF
           END-PERFORM
           ADD WS-LN-ITEMS(WS-LN-SUB) TO WS-TOTAL-ITEMS
           ADD WS-LN-VALUE(WS-LN-SUB) TO WS-TOTAL-VALUE
           ADD WS-LN-LINE-FEE(WS-LN-SUB) TO WS-TOTAL-FEE.

       4000-WRITE-INVOICES.
           OPEN EXTEND INVOICE-FILE
           IF WS-INVC-STATUS = "05" OR WS-INVC-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-COUNT
               PERFORM 4100-WRITE-ONE-INVOICE
           END-PERFORM
           CLOSE INVOICE-FILE.

       4100-WRITE-ONE-INVOICE.
           PERFORM 4200-SET-INVOICE-NUMBERS
           MOVE SPACES TO INVC-HEADER-REC
           MOVE "H" TO INVC-HDR-REC-TYPE
           MOVE WS-INVOICE-NO TO INVC-HDR-INVOICE-NO
           MOVE WS-PERIOD-ID TO INVC-HDR-PERIOD-ID
           MOVE WS-EN-ENTITY(WS-EN-SUB) TO INVC-HDR-ENTITY-CODE
           MOVE WS-TODAY TO INVC-HDR-INVOICE-DATE
           MOVE WS-BILL-TYPE TO INVC-HDR-BILL-TYPE
           IF WS-REBILL
               MOVE WS-SUPERSEDES-NO TO INVC-HDR-SUPERSEDES-NO
           END-IF
           MOVE WS-EN-LINES(WS-EN-SUB) TO INVC-HDR-LINE-COUNT
           MOVE WS-EN-ITEMS(WS-EN-SUB) TO INVC-HDR-ITEM-COUNT
           MOVE WS-EN-VALUE(WS-EN-SUB) TO INVC-HDR-VALUE
           MOVE WS-EN-FEE(WS-EN-SUB) TO INVC-HDR-FEE-TOTAL
           WRITE INVC-HEADER-REC
           ADD 1 TO WS-INVOICE-COUNT
           MOVE 0 TO WS-LN-NO
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-ENTITY(WS-LN-SUB) = WS-EN-ENTITY(WS-EN-SUB)
                   PERFORM 4150-WRITE-LINE-ITEM
               END-IF
           END-PERFORM.

       4150-WRITE-LINE-ITEM.
           MOVE WS-LN-FEE-SUB(WS-LN-SUB) TO WS-FEE-SUB
           ADD 1 TO WS-LN-NO
           MOVE SPACES TO INVC-RECORD
           SET INVC-LINE-ITEM TO TRUE
           MOVE WS-INVOICE-NO TO INVC-INVOICE-NO
           MOVE WS-PERIOD-ID TO INVC-PERIOD-ID
           MOVE WS-LN-ENTITY(WS-LN-SUB) TO INVC-ENTITY-CODE
           MOVE WS-LN-NO TO INVC-LINE-NO
           MOVE WS-LN-TYPE(WS-LN-SUB) TO INVC-TYPE-CODE
           MOVE WS-LN-ITEMS(WS-LN-SUB) TO INVC-ITEM-COUNT
           MOVE WS-LN-VALUE(WS-LN-SUB) TO INVC-VALUE
           MOVE WS-FEE-ITEM-RATE(WS-FEE-SUB) TO INVC-ITEM-RATE
           MOVE WS-FEE-PERCENT(WS-FEE-SUB) TO INVC-VALUE-PERCENT
           MOVE WS-LN-ITEM-FEE(WS-LN-SUB) TO INVC-ITEM-FEE
           MOVE WS-LN-VALUE-FEE(WS-LN-SUB) TO INVC-VALUE-FEE
           MOVE WS-LN-LINE-FEE(WS-LN-SUB) TO INVC-LINE-FEE
           WRITE INVC-RECORD.

       4200-SET-INVOICE-NUMBERS.
           MOVE WS-PERIOD-ID TO WS-INV-PERIOD
           MOVE WS-EN-ENTITY(WS-EN-SUB) TO WS-INV-ENTITY
           MOVE WS-RUN-SEQ TO WS-INV-SEQ
           MOVE WS-PERIOD-ID TO WS-SUP-PERIOD
           MOVE WS-EN-ENTITY(WS-EN-SUB) TO WS-SUP-ENTITY
           MOVE WS-LAST-RUN-SEQ TO WS-SUP-SEQ.

       4500-WRITE-BILLING-HISTORY.
           OPEN EXTEND BILLING-HISTORY-FILE
           IF WS-BHST-STATUS = "05" OR WS-BHST-STATUS = "35"
               OPEN OUTPUT BILLING-HISTORY-FILE
           END-IF
           MOVE SPACES TO BHST-RECORD
           MOVE WS-PERIOD-ID TO BHST-PERIOD-ID
           MOVE WS-RUN-SEQ TO BHST-RUN-SEQ
           MOVE WS-BILL-TYPE TO BHST-BILL-TYPE
           MOVE WS-TIMESTAMP TO BHST-TIMESTAMP
           MOVE BILL-OPERATOR-ID TO BHST-OPERATOR-ID
           MOVE BILL-SIGNOFF-ID TO BHST-SIGNOFF-ID
           MOVE WS-INVOICE-COUNT TO BHST-INVOICE-COUNT
           MOVE WS-TOTAL-FEE TO BHST-FEE-TOTAL
           WRITE BHST-RECORD
           CLOSE BILLING-HISTORY-FILE.

      *****************************************************
      *  THE BILLING REGISTER: EVERY LINE OF EVERY INVOICE
      *  WITH ITS RATES AND FEES, AN INVOICE TOTAL, AND THE
      *  RUN SUMMARY. A REFUSED RUN LISTS WHAT IT FOUND
      *  (LINES WITHOUT A RATE MARKED) AND WHY IT STOPPED.
      *****************************************************
       5000-WRITE-BILLING-REGISTER.
           OPEN OUTPUT BILLING-REPORT-FILE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           IF WS-REBILL
               STRING "PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-ID DELIMITED BY SIZE
                   "   BILLING RUN " DELIMITED BY SIZE
                   WS-RUN-SEQ DELIMITED BY SIZE
                   "   RE-BILL REPLACING RUN " DELIMITED BY SIZE
                   WS-LAST-RUN-SEQ DELIMITED BY SIZE
                   INTO WS-HEADING-RUN
           ELSE
               STRING "PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-ID DELIMITED BY SIZE
                   "   BILLING RUN " DELIMITED BY SIZE
                   WS-RUN-SEQ DELIMITED BY SIZE
                   "   FIRST BILL" DELIMITED BY SIZE
                   INTO WS-HEADING-RUN
           END-IF
           MOVE WS-HEADING-RUN TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-COUNT
               PERFORM 5100-REGISTER-ONE-INVOICE
           END-PERFORM
           IF WS-EN-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 5900-WRITE-REGISTER-SUMMARY
           CLOSE BILLING-REPORT-FILE.

       5100-REGISTER-ONE-INVOICE.
           PERFORM 4200-SET-INVOICE-NUMBERS
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-ENTITY(WS-LN-SUB) = WS-EN-ENTITY(WS-EN-SUB)
                   PERFORM 5150-REGISTER-ONE-LINE
               END-IF
           END-PERFORM
           MOVE WS-INVOICE-NO TO WS-IT-INVOICE-NO
           MOVE WS-EN-ITEMS(WS-EN-SUB) TO WS-IT-ITEMS
           MOVE WS-EN-VALUE(WS-EN-SUB) TO WS-IT-VALUE
           MOVE WS-EN-FEE(WS-EN-SUB) TO WS-IT-FEE
           MOVE WS-INVOICE-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       5150-REGISTER-ONE-LINE.
           MOVE WS-LN-FEE-SUB(WS-LN-SUB) TO WS-FEE-SUB
           MOVE WS-INVOICE-NO TO WS-DL-INVOICE-NO
           MOVE WS-LN-ENTITY(WS-LN-SUB) TO WS-DL-ENTITY
           MOVE WS-LN-TYPE(WS-LN-SUB) TO WS-DL-TYPE
           MOVE WS-LN-ITEMS(WS-LN-SUB) TO WS-DL-ITEMS
           MOVE WS-LN-VALUE(WS-LN-SUB) TO WS-DL-VALUE
           IF WS-FEE-SUB > 0
               MOVE WS-FEE-ITEM-RATE(WS-FEE-SUB) TO WS-DL-ITEM-RATE
               MOVE WS-FEE-PERCENT(WS-FEE-SUB) TO WS-DL-PERCENT
               MOVE SPACES TO WS-DL-NOTE
           ELSE
               MOVE 0 TO WS-DL-ITEM-RATE
               MOVE 0 TO WS-DL-PERCENT
               MOVE "NO RATE" TO WS-DL-NOTE
           END-IF
           MOVE WS-LN-ITEM-FEE(WS-LN-SUB) TO WS-DL-ITEM-FEE
           MOVE WS-LN-VALUE-FEE(WS-LN-SUB) TO WS-DL-VALUE-FEE
           MOVE WS-LN-LINE-FEE(WS-LN-SUB) TO WS-DL-LINE-FEE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5900-WRITE-REGISTER-SUMMARY.
           IF WS-REFUSED
               MOVE WS-REFUSE-TEXT TO WS-RL-TEXT
               MOVE WS-REFUSED-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 0 TO WS-SL-INVOICE-COUNT
           ELSE
               MOVE WS-EN-COUNT TO WS-SL-INVOICE-COUNT
           END-IF
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LN-COUNT TO WS-SL-LINE-COUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-ITEMS TO WS-SL-TOTAL-ITEMS
           MOVE WS-SUMMARY-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-VALUE TO WS-SL-TOTAL-VALUE
           MOVE WS-SUMMARY-LINE-4 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-FEE TO WS-SL-TOTAL-FEE
           MOVE WS-SUMMARY-LINE-5 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HIST-BILLED-COUNT TO WS-SL-HIST-BILLED
           MOVE WS-SUMMARY-LINE-6 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HIST-BACKED-OUT-COUNT TO WS-SL-HIST-BACKED-OUT
           MOVE WS-SUMMARY-LINE-7 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HIST-NO-INCR-COUNT TO WS-SL-HIST-NO-INCR
           MOVE WS-SUMMARY-LINE-8 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-SL-NO-RATE
           MOVE WS-SUMMARY-LINE-9 TO RPT-LINE
           WRITE RPT-LINE.

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
