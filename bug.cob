               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XACK-STATUS.

           SELECT TRAN-REGISTER-FILE ASSIGN TO "TRANREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREG-TRAN-KEY
               FILE STATUS IS WS-TREG-STATUS.

           SELECT OPTIONAL THRESHOLD-FILE ASSIGN TO "THRSFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THRS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-TRAN-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLAC-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT GL-HOLD-FILE ASSIGN TO "GLHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLHD-STATUS.

           SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BTLG-STATUS.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPAU-STATUS.

           SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPLG-STATUS.

           SELECT TIMING-LOG-FILE ASSIGN TO "TIMELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMLG-STATUS.

           SELECT OPTIONAL SLA-TARGET-FILE ASSIGN TO "SLATGT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAT-STATUS.

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
       FD  CONTROL-FILE.
       FD  INTERFACE-ACK-FILE.
       COPY "xackrec.cpy".

       FD  TRAN-REGISTER-FILE.
       COPY "tregrec.cpy".

       FD  THRESHOLD-FILE.
       COPY "thrsrec.cpy".

       FD  SUSPENSE-FILE.
       COPY "susprec.cpy".

       FD  GL-ACCOUNT-FILE.
       COPY "glacrec.cpy".

       FD  GL-JOURNAL-FILE.
       COPY "gljrec.cpy".

       FD  GL-HOLD-FILE.
       COPY "glhdrec.cpy".

       FD  BATCH-LOG-FILE.
       COPY "btlgrec.cpy".

       FD  OPERATOR-AUTH-FILE.
       COPY "opaurec.cpy".

       FD  SECURITY-VIOLATION-FILE.
       COPY "secvrec.cpy".

       FD  OPERATOR-LOG-FILE.
       COPY "oplgrec.cpy".

       FD  TIMING-LOG-FILE.
       COPY "tmlgrec.cpy".

       FD  SLA-TARGET-FILE.
       COPY "slatrec.cpy".

       FD  ALERT-FILE.
       COPY "alrtrec.cpy".

       FD  ALERT-DEFINITION-FILE.
       COPY "alrdrec.cpy".

       FD  ALERT-STATE-FILE.
       COPY "alstrec.cpy".

       WORKING-STORAGE SECTION.
       COPY "statmsgs.cpy".

      *  IS ABSENT OR EMPTY THE BUILT-IN PAY/REV/INQ SET
      *  IS SEEDED SO EXISTING JCL KEEPS RUNNING. THE FILE
      *  ORDER IS CARRIED THROUGH TO THE TYPE DETAIL SETS
      *  ON RUNHIST AND XTRACFIL. WS-TYPE-REVERSAL MARKS
      *  THE TYPES THAT REVERSE AN EARLIER TRANSACTION.
      *****************************************************
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 20 TIMES.
               10  WS-TYPE-CTL-KEY     PIC X(8).
               10  WS-TYPE-ACTIVE      PIC X(1).
               10  WS-TYPE-EFFECTIVE   PIC X(8).
               10  WS-TYPE-REVERSAL    PIC X(1).
       01  WS-TYPE-COUNT               PIC 9(2) COMP VALUE 0.
       01  WS-TYPE-EOF-SW              PIC X VALUE "N".
           88  WS-TYPE-EOF                   VALUE "Y".
      *  THE AMOUNTS START AT ZERO EVERY RUN AND FLOW TO
      *  RUNHIST, XTRACFIL AND THE CONTROL-TOTAL
      *  RECONCILIATION AS THE VALUE OF THIS CYCLE.
      *  THE TOTAL (AND EACH ENTITY'S AMOUNT) IS NET: A
      *  REVERSAL SUBTRACTS ITS VALUE, SO BOTH ARE SIGNED.
      *  THE PER-TYPE AMOUNTS STAY GROSS.
      *****************************************************
       01  WS-AMOUNT-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TYPE-AMOUNTS.
           05  WS-TYPE-AMOUNT         PIC 9(11)V99 COMP-3
                   OCCURS 20 TIMES.
       01  WS-TYPE-SUB                 PIC 9(2) COMP.
      *****************************************************
      *  PER-CYCLE INCREMENTS: WHAT THIS CYCLE ADDED TO THE
      *  AGGREGATE, EACH TYPE AND (IN WS-ENT-TABLE) EACH
      *  ENTITY COUNTER, CARRIED ON RUNHIST SO A CYCLE CAN
      *  BE BACKED OUT. A RESUMED CYCLE REBUILDS THEM FROM
      *  THE KEYS IT POSTED TO TRANREG.
      *****************************************************
       01  WS-CYCLE-INCREMENT          PIC 9(10) COMP-3 VALUE 0.
       01  WS-TYPE-CYCLE-COUNTS.
           05  WS-TYPE-CYCLE-COUNT    PIC 9(10) COMP-3
                   OCCURS 20 TIMES.

      *****************************************************
      *  PER-ENTITY COUNTER TABLE (UP TO 10 OPERATING
           05  WS-ENT-ENTRY OCCURS 10 TIMES.
               10  WS-ENT-CODE         PIC X(3).
               10  WS-ENT-COUNTER      PIC 9(10) COMP-3.
               10  WS-ENT-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-ENT-TYPE-COUNTER PIC 9(10) COMP-3
                       OCCURS 20 TIMES.
               10  WS-ENT-TYPE-AMOUNT  PIC 9(11)V99 COMP-3
                       OCCURS 20 TIMES.
               10  WS-ENT-CYCLE-COUNT  PIC 9(10) COMP-3.
               10  WS-ENT-TYPE-CYCLE-COUNT
                                       PIC 9(10) COMP-3
                       OCCURS 20 TIMES.
       01  WS-ENT-COUNT                PIC 9(2) COMP VALUE 0.
       01  WS-ENT-SUB                  PIC 9(2) COMP.
       01  WS-ENT-CUR                  PIC 9(2) COMP VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(10) COMP-3 VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(10) COMP-3 VALUE 0.

      *****************************************************
      *  REVERSAL MATCHING WORK AREAS. EVERY COUNTED KEY
      *  IS POSTED TO THE TRANREG KEYED REGISTER, WHICH
      *  PERSISTS ACROSS CYCLES. A REVERSAL DETAIL MUST
      *  NAME AN ORIGINAL ON THE REGISTER THAT WAS COUNTED,
      *  IS NOT ALREADY FULLY REVERSED, BELONGS TO THE
      *  SAME ENTITY AND STILL HAS AT LEAST THE REVERSAL
      *  AMOUNT UNREVERSED. AN ACCEPTED REVERSAL NETS ITS
      *  VALUE OFF THE CYCLE AND ENTITY TOTALS AND IS
      *  APPLIED TO THE ORIGINAL'S REGISTER ENTRY.
      *  ON A RESUMED CYCLE A KEY ALREADY POSTED BY THIS
      *  SAME CYCLE WAS COUNTED BEFORE THE ABEND BUT AFTER
      *  THE LAST CHECKPOINT: IT IS COUNTED AGAIN (THE
      *  COUNTERS ROLLED BACK) BUT NOT RE-MATCHED OR
      *  RE-POSTED.
      *  A KEY POSTED AND COMMITTED BY ANY OTHER CYCLE STILL
      *  ON THE REGISTER (ARCPURGE AGES ENTRIES OFF AFTER
      *  THE RETENTION WINDOW) IS REJECTED AS A CROSS-CYCLE
      *  DUPLICATE (DUPX).
      *****************************************************
       01  WS-TRAN-VALUE               PIC 9(9)V99 VALUE 0.
       01  WS-REVERSAL-SW              PIC X VALUE "N".
           88  WS-REVERSAL-DETAIL            VALUE "Y".
       01  WS-REPLAY-SW                PIC X VALUE "N".
           88  WS-REPLAY-DETAIL              VALUE "Y".
       01  WS-TREG-FOUND-SW            PIC X VALUE "N".
           88  WS-TREG-FOUND                 VALUE "Y".
       01  WS-REG-COMMITTED-SW         PIC X VALUE "N".
           88  WS-REG-COMMITTED              VALUE "Y".
       01  WS-XCYCLE-DUP-SW            PIC X VALUE "N".
           88  WS-XCYCLE-DUP                 VALUE "Y".
       01  WS-XCYCLE-DUP-CYCLE         PIC X(11) VALUE SPACES.
       01  WS-XCYCLE-DUP-COUNT         PIC 9(10) COMP-3 VALUE 0.
       01  WS-CHECK-CYCLE-ID           PIC X(11) VALUE SPACES.

      *****************************************************
      *  THE ORIGINAL A REVERSAL DETAIL NAMES, AND THE
      *  CYCLE'S MATCHED REVERSAL TOTALS. A REVERSAL LEFT
      *  ON THE REGISTER BY A CYCLE THAT NEVER COMMITTED IS
      *  TAKEN BACK OFF ITS ORIGINAL BEFORE THE KEY IS
      *  MATCHED AGAIN.
      *****************************************************
       01  WS-ORIG-KEY                 PIC X(16) VALUE SPACES.
       01  WS-ORIG-CYCLE-ID            PIC X(11) VALUE SPACES.
       01  WS-ORIG-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-ORIG-OPEN-AMOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-REVERSAL-COUNT           PIC 9(10) COMP-3 VALUE 0.
       01  WS-REVERSAL-AMOUNT          PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-STALE-ORIG-KEY           PIC X(16) VALUE SPACES.
       01  WS-STALE-AMOUNT             PIC 9(9)V99 VALUE 0.

      *****************************************************
      *  REGISTER POSTING WORK AREAS. WS-TREG-POST-SEQ
      *  NUMBERS THE DETAILS THE CYCLE COUNTS IN THE ORDER
      *  COUNTED; EVERY TRANREG ENTRY CARRIES ITS NUMBER
      *  AND EVERY CHECKPOINT THE NUMBER REACHED, SO CYCABND
      *  CAN TAKE OFF AN ABANDONED CYCLE'S ENTRIES POSTED
      *  AFTER ITS LAST CHECKPOINT. A TRANREG OR SUSPFILE
      *  UPDATE THAT FAILS IS NAMED IN WS-REG-FAIL-FILE,
      *  -KEY AND -STATUS FOR 9450.
      *****************************************************
       01  WS-TREG-POST-SEQ            PIC 9(7) VALUE 0.
       01  WS-REG-FAIL-FILE            PIC X(8) VALUE SPACES.
       01  WS-REG-FAIL-KEY             PIC X(16) VALUE SPACES.
       01  WS-REG-FAIL-STATUS          PIC XX VALUE "00".

      *****************************************************
      *  HIGH-VALUE SUSPENSE WORK AREAS. THE THRSFILE
      *  THRESHOLD TABLE (UP TO 100 CARDS) IS LOADED AT
      *  START-UP. AN EDITED DETAIL OVER ITS THRESHOLD IS
      *  WRITTEN TO SUSPFILE AS HELD INSTEAD OF BEING
      *  COUNTED; A KEY STILL HELD OR RELEASED FROM AN
      *  EARLIER CYCLE IS A CROSS-CYCLE DUPLICATE.
      *  ITEMS RELEASED THROUGH SUSPREL ARE COUNTED AHEAD
      *  OF THE TRANFILE DETAILS, THROUGH THE SAME EDIT
      *  PASS BUT WITHOUT THE THRESHOLD CHECK. NO PERIODIC
      *  CHECKPOINT IS TAKEN INSIDE THAT PHASE; ONE IS
      *  TAKEN AT ITS END WITH WS-RELEASE-DONE-KEY AS THE
      *  LAST KEY, SO A RESUMED CYCLE NEVER RECOUNTS THE
      *  RELEASED ITEMS AND RESTARTS TRANFILE FROM THE TOP.
      *  AN ABEND INSIDE THE PHASE LEAVES ITS ITEMS MARKED
      *  COUNTED BY A CYCLE THAT NEVER COMMITTED, AND THE
      *  RERUN COUNTS THEM AGAIN.
      *****************************************************
       01  WS-THRS-TABLE.
           05  WS-THRS-ENTRY OCCURS 100 TIMES.
               10  WS-THRS-ENTITY      PIC X(3).
               10  WS-THRS-TYPE        PIC X(3).
               10  WS-THRS-AMOUNT      PIC 9(9)V99.
       01  WS-THRS-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-THRS-SUB                 PIC 9(3) COMP.
       01  WS-THRS-EOF-SW              PIC X VALUE "N".
           88  WS-THRS-EOF                   VALUE "Y".
       01  WS-THRS-RANK                PIC 9(1) VALUE 0.
       01  WS-THRS-BEST-RANK           PIC 9(1) VALUE 0.
       01  WS-THRS-LIMIT               PIC 9(9)V99 VALUE 0.
       01  WS-SUSPEND-SW               PIC X VALUE "N".
           88  WS-SUSPEND-DETAIL             VALUE "Y".
       01  WS-SUSP-REPLAY-SW           PIC X VALUE "N".
           88  WS-SUSP-REPLAY                VALUE "Y".
       01  WS-SUSP-SETTLED-SW          PIC X VALUE "N".
           88  WS-SUSP-SETTLED               VALUE "Y".
       01  WS-RELEASE-PHASE-SW         PIC X VALUE "N".
           88  WS-RELEASE-PHASE              VALUE "Y".
       01  WS-SUSP-EOF-SW              PIC X VALUE "N".
           88  WS-SUSP-EOF                   VALUE "Y".
       01  WS-TREG-EOF-SW              PIC X VALUE "N".
           88  WS-TREG-EOF                   VALUE "Y".
       01  WS-RELEASE-DONE-KEY         PIC X(16)
                                           VALUE "**SUSPENSE-END**".
       01  WS-RELEASE-ORIG-CYCLE       PIC X(11) VALUE SPACES.
       01  WS-SUSPENDED-COUNT          PIC 9(10) COMP-3 VALUE 0.
       01  WS-SUSPENDED-AMOUNT         PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(10) COMP-3 VALUE 0.
       01  WS-RELEASE-FAILED-COUNT     PIC 9(10) COMP-3 VALUE 0.

      *****************************************************
      *  GENERAL-LEDGER JOURNAL WORK AREAS. THE GLACCT
      *  MAPPING (UP TO 100 CARDS) IS LOADED WHEN THE
      *  JOURNAL IS BUILT, AFTER RECONCILIATION. EACH
      *  ENTITY IN WS-ENT-TABLE HAS A HOLD REASON IN THE
      *  MATCHING WS-GL-HOLD ENTRY; ENTRY 11 IS THE VALUE
      *  COUNTED WITH NO ENTITY (THE PER-TYPE CYCLE AMOUNT
      *  LESS THE ENTITY SPLITS). AN ENTITY WITH A HOLD
      *  REASON GOES TO GLHOLD INSTEAD OF THE JOURNAL.
      *****************************************************
       01  WS-GLAC-TABLE.
           05  WS-GLAC-ENTRY OCCURS 100 TIMES.
               10  WS-GLAC-TYPE        PIC X(3).
               10  WS-GLAC-ENTITY      PIC X(3).
               10  WS-GLAC-DEBIT       PIC X(12).
               10  WS-GLAC-CREDIT      PIC X(12).
               10  WS-GLAC-DESC        PIC X(30).
       01  WS-GLAC-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-GLAC-SUB                 PIC 9(3) COMP.
       01  WS-GLAC-EOF-SW              PIC X VALUE "N".
           88  WS-GLAC-EOF                   VALUE "Y".
       01  WS-GL-HOLD-TABLE.
           05  WS-GL-HOLD-ENTRY OCCURS 11 TIMES.
               10  WS-GL-HOLD-REASON   PIC X(4).
               10  WS-GL-HOLD-TEXT     PIC X(40).
       01  WS-GL-SUB                   PIC 9(2) COMP.
       01  WS-GL-UNSCOPED              PIC 9(2) COMP VALUE 11.
       01  WS-GL-DISC-EOF-SW           PIC X VALUE "N".
           88  WS-GL-DISC-EOF                VALUE "Y".
       01  WS-GL-MAPPED-SW             PIC X VALUE "N".
           88  WS-GL-MAPPED                  VALUE "Y".
       01  WS-GL-ENTITY                PIC X(3) VALUE SPACES.
       01  WS-GL-AMOUNT                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-GL-DEBIT-ACCOUNT         PIC X(12) VALUE SPACES.
       01  WS-GL-CREDIT-ACCOUNT        PIC X(12) VALUE SPACES.
       01  WS-GL-DESCRIPTION           PIC X(30) VALUE SPACES.
       01  WS-GL-LINE-COUNT            PIC 9(6) VALUE 0.
       01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-GL-HELD-COUNT            PIC 9(6) VALUE 0.
       01  WS-GL-HELD-AMOUNT           PIC 9(13)V99 VALUE 0.

      *****************************************************
      *  BATCH HEADER/TRAILER VALIDATION WORK AREAS. THE
      *  WHOLE TRANFILE IS READ ONCE BEFORE COUNTING. IT
      *  MAY CARRY ANY NUMBER (UP TO 50) OF BATCH
      *  ENVELOPES, EACH A BATCHHDR, ITS DETAILS AND A
      *  BATCHTRL, AND EACH IS PROVED ON ITS OWN: THE
      *  HEADER DATE MUST MATCH THE CYCLE DATE, THE BATCH
      *  NUMBER MUST FOLLOW THE LAST ACCEPTED NUMBER FOR
      *  THE HEADER ENTITY (PERSISTED IN CTLFILE UNDER
      *  "BATCHSEQ", OR AN EARLIER CONSUMED BATCH OF THE
      *  SAME ENTITY IN THIS FILE), AND THE TRAILER COUNT
      *  MUST MATCH THE DETAIL RECORDS SEEN. A RECYCLE
      *  BATCH SKIPS THE DATE AND SEQUENCE CHECKS. A BATCH
      *  THAT FAILS IS REFUSED WHOLE (WS-BT-STATUS "R") AND
      *  ITS DETAILS ARE PASSED OVER; THE OTHER BATCHES ARE
      *  CONSUMED ("C") AND COUNTED. ONLY A FILE WHOSE
      *  ENVELOPES CANNOT BE TOLD APART (A DETAIL OR
      *  TRAILER OUTSIDE ANY BATCH, NO HEADER AT ALL, OR
      *  TOO MANY BATCHES) IS REJECTED UP FRONT, WITH NONE
      *  OF ITS DETAILS COUNTED; ITEMS RELEASED FROM
      *  SUSPENSE ARE COUNTED REGARDLESS. THE CYCLE
      *  CHECKPOINTS UNDER THE FIRST BATCH'S ENTITY
      *  (WS-REST-ENTITY) THROUGHOUT.
      *****************************************************
       01  WS-BATCH-VALID-SW           PIC X VALUE "N".
           88  WS-BATCH-VALID                VALUE "Y".
       01  WS-BTCH-OPEN-SW             PIC X VALUE "N".
           88  WS-BTCH-OPEN                  VALUE "Y".
       01  WS-VAL-EOF-SW               PIC X VALUE "N".
           88  WS-VAL-EOF                    VALUE "Y".
       01  WS-LAST-BATCH-NO            PIC 9(6) VALUE 0.
       01  WS-BATCH-ERROR-TEXT         PIC X(40) VALUE SPACES.
       01  WS-REST-ENTITY              PIC X(3) VALUE SPACES.
       01  WS-BATCH-TABLE.
           05  WS-BT-ENTRY OCCURS 50 TIMES.
               10  WS-BT-BATCH-NO      PIC 9(6).
               10  WS-BT-ENTITY        PIC X(3).
               10  WS-BT-FILE-DATE     PIC X(8).
               10  WS-BT-RECYCLE-FLAG  PIC X(1).
               10  WS-BT-DETAIL-COUNT  PIC 9(10) COMP-3.
               10  WS-BT-TRAILER-COUNT PIC 9(10) COMP-3.
               10  WS-BT-STATUS        PIC X(1).
               10  WS-BT-ERROR-TEXT    PIC X(40).
               10  WS-BT-HDR-IMAGE     PIC X(80).
       01  WS-BTCH-COUNT               PIC 9(2) COMP VALUE 0.
       01  WS-BTCH-SUB                 PIC 9(2) COMP.
       01  WS-BTCH-PRIOR               PIC 9(2) COMP.
       01  WS-BTCH-CUR                 PIC 9(2) COMP VALUE 0.
       01  WS-BTCH-CONSUMED-COUNT      PIC 9(3) VALUE 0.
       01  WS-BTCH-REFUSED-COUNT       PIC 9(3) VALUE 0.
       01  WS-BTCH-ENT-CONSUMED        PIC 9(3) VALUE 0.
       01  WS-BTCH-ENT-REFUSED         PIC 9(3) VALUE 0.

      *****************************************************
      *  EXTRACT HANDSHAKE WORK AREAS. EXTRACTS ARE NOW
      *  ACKNOWLEDGMENT (XACKFILE) FOR EACH CYCLE IT PICKS
      *  UP. AFTER PUBLISHING, EVERY EXTRACT FROM A PRIOR
      *  DATE WITH NO MATCHING ACKNOWLEDGMENT IS FLAGGED
      *  ON THE OPERATOR LOG. A REVERSING EXTRACT (FLAG R)
      *  NEEDS ITS OWN ACKNOWLEDGMENT (XACK-EXTRACT-FLAG R);
      *  THE ORIGINAL'S DOES NOT COVER IT. THE "XMIT" PARM
      *  MODE REGENERATES A NAMED CYCLE'S (OR DATE'S)
      *  EXTRACT FROM RUNHIST ON REQUEST, AND RE-SENDS THE
      *  LATEST REVERSING EXTRACT OF EACH BACKED-OUT CYCLE
      *  AND ENTITY AS CYCBKOUT WROTE IT TO XTRACFIL.
      *****************************************************
       01  WS-XACK-TABLE.
           05  WS-XACK-ENTRY OCCURS 500 TIMES.
               10  WS-XACK-CYCLE-ID   PIC X(11).
               10  WS-XACK-FLAG       PIC X(1).
       01  WS-XACK-WANTED-FLAG         PIC X(1).
       01  WS-XACK-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-XACK-SUB                 PIC 9(5) COMP.
       01  WS-XACK-EOF-SW              PIC X VALUE "N".
       01  WS-XMIT-EOF-SW              PIC X VALUE "N".
           88  WS-XMIT-EOF                   VALUE "Y".
       01  WS-XMIT-WRITTEN-COUNT       PIC 9(5) COMP-3 VALUE 0.
       01  WS-XREV-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-XREV-SUB                 PIC 9(3) COMP.
       01  WS-XREV-CUR                 PIC 9(3) COMP.
       01  WS-XREV-TABLE.
           05  WS-XREV-ENTRY OCCURS 110 TIMES.
               10  WS-XREV-CYCLE-ID   PIC X(11).
               10  WS-XREV-ENTITY     PIC X(3).
               10  WS-XREV-IMAGE      PIC X(584).

      *****************************************************
      *  MAINTENANCE-QUEUE WORK AREAS. THE WHOLE QUEUE IS
      *  HELD IN CORE, EVERY PENDING REQUEST EFFECTIVE FOR
      *  THE CYCLE IS APPLIED (MAKER MUST NOT EQUAL
      *  CHECKER AND BOTH MUST HOLD OPERAUTH AUTHORITY FOR
      *  THE ACTION, EACH APPLY AUDITED), AND THE FILE IS
      *  REWRITTEN WITH DISPOSITIONS BEFORE TRANSACTION
      *  PROCESSING BEGINS, SO AN ABEND AND RERUN CANNOT
      *  APPLY THE SAME REQUEST TWICE. A QUEUE BEYOND 200
       01  WS-TYPE-STATUS              PIC XX VALUE "00".
       01  WS-CAL-STATUS               PIC XX VALUE "00".
       01  WS-DUP-STATUS               PIC XX VALUE "00".
       01  WS-TREG-STATUS              PIC XX VALUE "00".
       01  WS-THRS-STATUS              PIC XX VALUE "00".
       01  WS-SUSP-STATUS              PIC XX VALUE "00".
       01  WS-GLAC-STATUS              PIC XX VALUE "00".
       01  WS-GLJ-STATUS               PIC XX VALUE "00".
       01  WS-GLHD-STATUS              PIC XX VALUE "00".
       01  WS-BTLG-STATUS              PIC XX VALUE "00".

       01  WS-PARM-FOUND-SW            PIC X VALUE "N".
           88  WS-PARM-FOUND                 VALUE "Y".
       01  WS-AMOUNT-VARIANCE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DISC-ENTITY              PIC X(3) VALUE "ALL".
       01  WS-DISC-ACTUAL-CNT          PIC 9(10) COMP-3 VALUE 0.
       01  WS-DISC-ACTUAL-AMT          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TRAN-PRESENT-SW          PIC X VALUE "N".
           88  WS-TRAN-PRESENT                VALUE "Y".
       01  WS-TRAN-EOF-SW              PIC X VALUE "N".
           88  WS-TRAN-EOF                    VALUE "Y".

       01  WS-CHECKPOINT-INTERVAL      PIC 9(5) VALUE 100.
       01  WS-TRAN-SINCE-CHECKPOINT    PIC 9(5) VALUE 0.

      *****************************************************
      *  CYCLE TIMING WORK AREAS (SEE TMLGREC). EACH MAJOR
      *  PHASE TAKES ITS START AND END FROM THE SYSTEM
      *  CLOCK INTO WS-TM-TABLE; THE CHECKPOINTS INSIDE THE
      *  COUNTING PHASE ARE TIMED SEPARATELY AND BECOME THE
      *  CHECKPT ENTRY. THE TABLE IS APPENDED TO TIMELOG,
      *  WITH A CYCLE RECORD, WHEN THE CYCLE COMPLETES.
      *  THE SLATGT CARD FOR THE RUN DATE'S BUSCAL DAY TYPE
      *  (OR ITS P CARD ON A PERIOD-END DAY) MAY SET THE
      *  CHECKPOINT INTERVAL IN PLACE OF THE BUILT-IN 100.
      *****************************************************
       01  WS-TMLG-STATUS              PIC XX VALUE "00".
       01  WS-SLAT-STATUS              PIC XX VALUE "00".
       01  WS-SLAT-EOF-SW              PIC X VALUE "N".
           88  WS-SLAT-EOF                   VALUE "Y".
       01  WS-SLAT-PERIOD-CARD-SW      PIC X VALUE "N".
           88  WS-SLAT-PERIOD-CARD           VALUE "Y".
       01  WS-SLAT-INTERVAL            PIC 9(5) VALUE 0.
       01  WS-CAL-DAY-TYPE             PIC X VALUE "B".
       01  WS-CAL-PERIOD-END           PIC X VALUE "N".
       01  WS-TM-TABLE.
           05  WS-TM-ENTRY OCCURS 10 TIMES.
               10  WS-TM-PHASE         PIC X(8).
               10  WS-TM-START         PIC X(16).
               10  WS-TM-END           PIC X(16).
               10  WS-TM-ELAPSED       PIC 9(9) COMP-3.
               10  WS-TM-RECORDS       PIC 9(10) COMP-3.
       01  WS-TM-COUNT                 PIC 9(2) COMP VALUE 0.
       01  WS-TM-SUB                   PIC 9(2) COMP.
       01  WS-TM-CUR                   PIC 9(2) COMP VALUE 0.
       01  WS-TM-PHASE-NAME            PIC X(8) VALUE SPACES.
       01  WS-TM-PHASE-RECORDS         PIC 9(10) COMP-3 VALUE 0.
       01  WS-TM-STAMP                 PIC X(16).
       01  WS-TM-STAMP-PARTS REDEFINES WS-TM-STAMP.
           05  WS-TM-STAMP-DATE        PIC 9(8).
           05  WS-TM-STAMP-HH          PIC 9(2).
           05  WS-TM-STAMP-MI          PIC 9(2).
           05  WS-TM-STAMP-SS          PIC 9(2).
           05  WS-TM-STAMP-CC          PIC 9(2).
       01  WS-TM-STAMP-CS              PIC 9(15) COMP-3 VALUE 0.
       01  WS-TM-START-CS              PIC 9(15) COMP-3 VALUE 0.
       01  WS-CK-COUNT                 PIC 9(10) COMP-3 VALUE 0.
       01  WS-CK-ELAPSED               PIC 9(9) COMP-3 VALUE 0.
       01  WS-CK-FIRST-START           PIC X(16) VALUE SPACES.
       01  WS-CK-START                 PIC X(16) VALUE SPACES.
       01  WS-CK-LAST-END              PIC X(16) VALUE SPACES.
       01  WS-VAL-RECORD-COUNT         PIC 9(10) COMP-3 VALUE 0.

       01  WS-AUDIT-OLD-VALUE          PIC 9(10) COMP-3 VALUE 0.
       01  WS-AUDIT-ACTION-CODE        PIC X(8) VALUE SPACES.


       01  WS-RAW-CURRENT-DATE-TIME    PIC X(21).

      *****************************************************
      *  OPERATOR AUTHORITY CHECK (SEE OPAUREC). THE CALLER
      *  FILLS WS-AUTH-REQUEST AND PERFORMS
      *  5800-CHECK-AUTHORITY; WS-AUTH-GRANTED IS SET ONLY
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
           05  WS-AUTH-PROGRAM         PIC X(8) VALUE "CNTRPROC".
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
           05  WS-ALERT-PROGRAM        PIC X(8) VALUE "CNTRPROC".
           05  WS-ALERT-RUN-TYPE       PIC X(5) VALUE "RUN".
           05  WS-ALERT-CYCLE-ID       PIC X(11) VALUE SPACES.
           05  WS-ALERT-CODE           PIC X(8) VALUE SPACES.
           05  WS-ALERT-ENTITY         PIC X(3) VALUE SPACES.
           05  WS-ALERT-KEY            PIC X(16) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC X VALUE "W".
           05  WS-ALERT-PAGE           PIC X VALUE "N".
           05  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.
       01  WS-ALERT-TIMESTAMP          PIC X(26).

       01  WS-ALERT-RC                 PIC 9(3) VALUE 0.

       01  WS-RETURN-CODES.
           05  WS-NORMAL-RC            PIC 9(3) VALUE 0.
           05  WS-OVERFLOW-RC          PIC 9(3) VALUE 16.
           05  WS-INTERFACE-FAIL-RC    PIC 9(3) VALUE 36.
           05  WS-BATCH-REJECT-RC      PIC 9(3) VALUE 40.
           05  WS-SEQ-FULL-RC          PIC 9(3) VALUE 44.
           05  WS-BATCH-PARTIAL-RC     PIC 9(3) VALUE 48.
           05  WS-REGISTER-FAIL-RC     PIC 9(3) VALUE 52.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-CURRENT-DATE-TIME
           MOVE WS-RAW-CURRENT-DATE-TIME TO WS-RUN-DATE
           MOVE "BUSDATE" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           PERFORM 1050-RESOLVE-BUSINESS-DATE
           IF WS-CAL-FOUND
               MOVE 1 TO WS-TM-PHASE-RECORDS
           ELSE
               MOVE 0 TO WS-TM-PHASE-RECORDS
           END-IF
           PERFORM 8150-END-PHASE

           IF LK-PARM-LENGTH > 0 AND XMIT-TRAN-CODE = "XMIT"
               MOVE "XMIT" TO WS-ALERT-RUN-TYPE
               PERFORM 7300-RETRANSMIT-EXTRACT
               PERFORM 7390-ALERT-RETRANSMIT-RESULT
               PERFORM 8690-CLOSE-ALERT-FEED
               GOBACK
           END-IF

           PERFORM 1100-READ-OR-CREATE-COUNTER
           PERFORM 1120-LOAD-TYPE-TABLE
           PERFORM 1150-READ-OR-CREATE-TYPE-COUNTERS
           PERFORM 1180-LOAD-THRESHOLD-TABLE
           PERFORM 1190-LOAD-SLA-TARGET
           PERFORM 1450-OPEN-RESTART-FILE
           PERFORM 1600-ASSIGN-CYCLE-ID
           IF WS-CYCLE-SEQ-FULL
               CLOSE RESTART-FILE
               CLOSE CONTROL-FILE
               MOVE "N" TO WS-ALERT-SWEEP-SW
               PERFORM 8690-CLOSE-ALERT-FEED
               GOBACK
           END-IF
           IF WS-CAL-FOUND AND WS-BUSINESS-DATE NOT = WS-RUN-DATE
               MOVE WS-CYCLE-ID TO WS-ALERT-CYCLE-ID
               MOVE "CNTRBDAT" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-ENTITY
               MOVE WS-BUSINESS-DATE TO WS-ALERT-KEY
               MOVE "I" TO WS-ALERT-SEVERITY
               MOVE "N" TO WS-ALERT-PAGE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "BUSINESS DATE " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   " IN EFFECT FOR RUN DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 8600-RAISE-ALERT
           END-IF
           PERFORM 1500-OPEN-AUDIT-FILE

           MOVE "MAINTQ" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           MOVE 0 TO WS-TM-PHASE-RECORDS
           IF LK-PARM-LENGTH > 0 AND MAINT-TRAN-CODE = "MAINT"
               PERFORM 5000-MAINTENANCE-ADJUST
               MOVE 1 TO WS-TM-PHASE-RECORDS
           END-IF
           PERFORM 5500-PROCESS-MAINT-QUEUE
           ADD WS-MNTQ-COUNT TO WS-TM-PHASE-RECORDS
           PERFORM 8150-END-PHASE
           PERFORM 2000-PROCESS-INCREMENTS

           PERFORM 1200-WRITE-BACK-COUNTER
           PERFORM 1250-WRITE-BACK-TYPE-COUNTERS
           PERFORM 1260-WRITE-BACK-ENTITY-COUNTERS
           COMPUTE WS-TM-PHASE-RECORDS = WS-ACCEPTED-COUNT
               + WS-REJECTED-COUNT + WS-SUSPENDED-COUNT
           PERFORM 8150-END-PHASE
           PERFORM 8500-RECORD-CHECKPOINT-PHASE

           IF WS-AREA-2 > WS-AREA-2-LIMIT THEN
               PERFORM 9100-HANDLE-OVERFLOW

           PERFORM 1300-RESOLVE-STATUS-MESSAGE
           DISPLAY WS-AREA-1
           MOVE "RECONCIL" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           PERFORM 6000-RECONCILE-CONTROL-TOTAL
           COMPUTE WS-TM-PHASE-RECORDS = WS-ENT-COUNT + 1
           PERFORM 8150-END-PHASE
           MOVE "GLJRNL" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           PERFORM 7500-WRITE-GL-JOURNAL
           COMPUTE WS-TM-PHASE-RECORDS = WS-GL-LINE-COUNT
               + WS-GL-HELD-COUNT
           PERFORM 8150-END-PHASE
           MOVE "EXTRACT" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           PERFORM 7100-WRITE-INTERFACE-RECORD
           COMPUTE WS-TM-PHASE-RECORDS = WS-ENT-COUNT + 1
           PERFORM 8150-END-PHASE
           MOVE "HISTORY" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           PERFORM 7000-WRITE-HISTORY-RECORD
           COMPUTE WS-TM-PHASE-RECORDS = WS-ENT-COUNT + 1
           PERFORM 8150-END-PHASE
           PERFORM 8300-WRITE-TIMING-LOG
           IF RETURN-CODE NOT = 0
               PERFORM 8700-RAISE-RETURN-CODE-ALERT
           END-IF
           PERFORM 8690-CLOSE-ALERT-FEED
           CLOSE RESTART-FILE
           CLOSE CONTROL-FILE
           CLOSE AUDIT-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-DATE = WS-RUN-DATE
                               IF CAL-DAY-TYPE NOT = SPACE
                                   MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                               END-IF
                               IF CAL-PERIOD-END-FLAG = "Y"
                                   MOVE "Y" TO WS-CAL-PERIOD-END
                               END-IF
                           END-IF
                           IF CAL-DATE = WS-RUN-DATE
                                   AND CAL-BUSINESS-DATE NOT = SPACES
                               SET WS-CAL-FOUND TO TRUE
           CLOSE DUP-WORK-FILE
           OPEN I-O DUP-WORK-FILE.

      *****************************************************
      *  THE TRANSACTION REGISTER PERSISTS ACROSS CYCLES;
      *  IT IS CREATED EMPTY ON FIRST USE.
      *****************************************************
       1760-OPEN-TRAN-REGISTER.
           OPEN I-O TRAN-REGISTER-FILE
           IF WS-TREG-STATUS = "35"
               OPEN OUTPUT TRAN-REGISTER-FILE
               CLOSE TRAN-REGISTER-FILE
               OPEN I-O TRAN-REGISTER-FILE
           END-IF.

      *****************************************************
      *  THE SUSPENSE FILE PERSISTS ACROSS CYCLES; IT IS
      *  CREATED EMPTY ON FIRST USE.
      *****************************************************
       1770-OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.

       1000-OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF WS-CTL-STATUS = "35"
                       WS-TYPE-ACTIVE(WS-TYPE-COUNT)
                   MOVE TYPE-EFFECTIVE-DATE TO
                       WS-TYPE-EFFECTIVE(WS-TYPE-COUNT)
                   IF TYPE-REVERSAL-FLAG = "Y"
                           OR (TYPE-REVERSAL-FLAG = SPACE
                               AND TYPE-TRAN-CODE = "REV")
                       MOVE "Y" TO WS-TYPE-REVERSAL(WS-TYPE-COUNT)
                   ELSE
                       MOVE "N" TO WS-TYPE-REVERSAL(WS-TYPE-COUNT)
                   END-IF
               ELSE
                   SET WS-TYPE-OVERFLOW TO TRUE
               END-IF
                   UNTIL WS-TYPE-SUB > 3
               MOVE "Y" TO WS-TYPE-ACTIVE(WS-TYPE-SUB)
               MOVE "00000000" TO WS-TYPE-EFFECTIVE(WS-TYPE-SUB)
               MOVE "N" TO WS-TYPE-REVERSAL(WS-TYPE-SUB)
           END-PERFORM
           MOVE "Y" TO WS-TYPE-REVERSAL(2).

       1150-READ-OR-CREATE-TYPE-COUNTERS.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               MOVE 0 TO WS-TYPE-AMOUNT(WS-TYPE-SUB)
           END-PERFORM.

       1180-LOAD-THRESHOLD-TABLE.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRS-STATUS = "00"
               MOVE "N" TO WS-THRS-EOF-SW
               PERFORM UNTIL WS-THRS-EOF
                   READ THRESHOLD-FILE
                       AT END
                           SET WS-THRS-EOF TO TRUE
                       NOT AT END
                           IF THRS-AMOUNT IS NUMERIC
                               IF WS-THRS-COUNT < 100
                                   ADD 1 TO WS-THRS-COUNT
                                   MOVE THRS-ENTITY-CODE TO
                                       WS-THRS-ENTITY(WS-THRS-COUNT)
                                   MOVE THRS-TYPE-CODE TO
                                       WS-THRS-TYPE(WS-THRS-COUNT)
                                   MOVE THRS-AMOUNT TO
                                       WS-THRS-AMOUNT(WS-THRS-COUNT)
                               ELSE
                                   DISPLAY "CNTRPROC: THRSFILE "
                                       "EXCEEDS 100 CARDS - CARD "
                                       "IGNORED " THRS-ENTITY-CODE
                                       " " THRS-TYPE-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           ELSE
               CLOSE THRESHOLD-FILE
           END-IF.

      *****************************************************
      *  PICK THE SLATGT CARD FOR THE RUN DATE'S BUSCAL DAY
      *  TYPE, PREFERRING A P CARD ON A PERIOD-END DAY. A
      *  NON-ZERO CHECKPOINT INTERVAL ON THE CARD REPLACES
      *  THE BUILT-IN ONE FOR THIS CYCLE.
      *****************************************************
       1190-LOAD-SLA-TARGET.
           MOVE 0 TO WS-SLAT-INTERVAL
           MOVE "N" TO WS-SLAT-PERIOD-CARD-SW
           OPEN INPUT SLA-TARGET-FILE
           IF WS-SLAT-STATUS = "00"
               MOVE "N" TO WS-SLAT-EOF-SW
               PERFORM UNTIL WS-SLAT-EOF
                   READ SLA-TARGET-FILE
                       AT END
                           SET WS-SLAT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1195-RATE-SLA-TARGET
                   END-READ
               END-PERFORM
               CLOSE SLA-TARGET-FILE
           ELSE
               CLOSE SLA-TARGET-FILE
           END-IF
           IF WS-SLAT-INTERVAL > 0
               MOVE WS-SLAT-INTERVAL TO WS-CHECKPOINT-INTERVAL
               DISPLAY "CNTRPROC: CHECKPOINT INTERVAL "
                   WS-CHECKPOINT-INTERVAL " FROM SLATGT DAY TYPE "
                   WS-CAL-DAY-TYPE
           END-IF.

       1195-RATE-SLA-TARGET.
           IF SLAT-CHECKPOINT-INTERVAL IS NUMERIC
               IF SLAT-DAY-TYPE = "P" AND WS-CAL-PERIOD-END = "Y"
                   SET WS-SLAT-PERIOD-CARD TO TRUE
                   MOVE SLAT-CHECKPOINT-INTERVAL TO WS-SLAT-INTERVAL
               ELSE
                   IF SLAT-DAY-TYPE = WS-CAL-DAY-TYPE
                           AND NOT WS-SLAT-PERIOD-CARD
                       MOVE SLAT-CHECKPOINT-INTERVAL TO
                           WS-SLAT-INTERVAL
                   END-IF
               END-IF
           END-IF.

       1250-WRITE-BACK-TYPE-COUNTERS.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
           END-PERFORM.

       2000-PROCESS-INCREMENTS.
           MOVE "N" TO WS-TRAN-PRESENT-SW
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS = "00"
               SET WS-TRAN-PRESENT TO TRUE
               MOVE "BATCHVAL" TO WS-TM-PHASE-NAME
               PERFORM 8100-START-PHASE
               PERFORM 2700-VALIDATE-BATCH-FILE
               CLOSE TRANSACTION-FILE
               MOVE WS-VAL-RECORD-COUNT TO WS-TM-PHASE-RECORDS
               PERFORM 8150-END-PHASE
           END-IF
           MOVE "COUNTING" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           PERFORM 2040-RUN-RELEASE-PHASE
           IF WS-TRAN-PRESENT
               IF WS-BATCH-VALID
                   IF WS-BTCH-CONSUMED-COUNT > 0
                       PERFORM 2050-PROCESS-VALIDATED-FILE
                   ELSE
                       PERFORM 2045-END-RELEASE-ONLY-CYCLE
                       PERFORM 2760-RECORD-BATCH-DISPOSITIONS
                   END-IF
               ELSE
                   PERFORM 2045-END-RELEASE-ONLY-CYCLE
                   PERFORM 9500-HANDLE-BATCH-REJECT
               END-IF
           ELSE
               PERFORM 2045-END-RELEASE-ONLY-CYCLE
               MOVE WS-AREA-2 TO WS-AUDIT-OLD-VALUE
               ADD 1 TO WS-AREA-2
                   ON SIZE ERROR
                       PERFORM 9200-HANDLE-ARITHMETIC-OVERFLOW
               END-ADD
               IF NOT WS-ARITH-OVERFLOW
                   ADD 1 TO WS-CYCLE-INCREMENT
                   MOVE "INCR" TO WS-AUDIT-ACTION-CODE
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF
           CLOSE REJECT-FILE
           CLOSE DUP-WORK-FILE
           CLOSE TRAN-REGISTER-FILE
           CLOSE SUSPENSE-FILE
           DISPLAY "CNTRPROC: SUSPENSE RELEASES COUNTED "
               WS-RELEASED-COUNT " REJECTED " WS-RELEASE-FAILED-COUNT.

      *****************************************************
      *  EVERY CYCLE COUNTS THE ITEMS RELEASED FROM
      *  SUSPENSE, WHETHER OR NOT A TRANFILE ARRIVED AND
      *  WHATEVER BECOMES OF IT, SO THE FILES THE COUNTING
      *  PHASE USES ARE OPENED HERE FOR ALL OF ITS PATHS. A
      *  RESUMED CYCLE THAT GOT PAST THE RELEASES ONLY PUTS
      *  THEIR KEYS BACK ON THE DUPLICATE SCREEN.
      *****************************************************
       2040-RUN-RELEASE-PHASE.
           PERFORM 1700-OPEN-REJECT-FILE
           PERFORM 1750-OPEN-DUP-WORK-FILE
           PERFORM 1760-OPEN-TRAN-REGISTER
           PERFORM 1770-OPEN-SUSPENSE-FILE
           MOVE 0 TO WS-TREG-POST-SEQ
           PERFORM 1400-CHECK-RESTART
           IF WS-RESUMED-CYCLE
               PERFORM 2070-REREGISTER-RELEASED-KEYS
               IF WS-RESUME-KEY = WS-RELEASE-DONE-KEY
                   MOVE "N" TO WS-RESUME-SW
               END-IF
           ELSE
               PERFORM 2060-COUNT-RELEASED-SUSPENSE
           END-IF.

      *****************************************************
      *  A CYCLE THAT COUNTS NO TRANFILE DETAILS (NO FILE,
      *  A FILE REJECTED UP FRONT OR EVERY BATCH REFUSED)
      *  CLOSES OUT THE CHECKPOINT ITS RELEASES WROTE. A
      *  RESUMED ONE FIRST REBUILDS ITS INCREMENTS FROM
      *  TRANREG. A CYCLE STILL SHORT OF ITS RESTART KEY
      *  KEEPS THE CHECKPOINT FOR THE NEXT RUN.
      *****************************************************
       2045-END-RELEASE-ONLY-CYCLE.
           IF NOT WS-RESUME-PENDING
               IF WS-RESUMED-CYCLE
                   PERFORM 2090-REBUILD-CYCLE-INCREMENTS
               END-IF
               IF WS-RESUMED-CYCLE OR WS-RELEASED-COUNT > 0
                   PERFORM 3100-CLEAR-CHECKPOINT
               END-IF
           END-IF.

       2050-PROCESS-VALIDATED-FILE.
           OPEN INPUT TRANSACTION-FILE
           PERFORM 2100-PROCESS-TRANSACTION-LOOP
           IF WS-RESUMED-CYCLE
               PERFORM 2090-REBUILD-CYCLE-INCREMENTS
           END-IF
           CLOSE TRANSACTION-FILE
           DISPLAY "CNTRPROC: TRANSACTIONS ACCEPTED "
               WS-ACCEPTED-COUNT
           DISPLAY "CNTRPROC: TRANSACTIONS REJECTED "
               WS-AMOUNT-TOTAL
           DISPLAY "CNTRPROC: TRANSACTION KEYS SCREENED "
               WS-DUP-KEY-COUNT
           DISPLAY "CNTRPROC: REVERSALS MATCHED "
               WS-REVERSAL-COUNT " VALUE " WS-REVERSAL-AMOUNT
           DISPLAY "CNTRPROC: CROSS-CYCLE DUPLICATES "
               WS-XCYCLE-DUP-COUNT
           DISPLAY "CNTRPROC: HIGH-VALUE ITEMS SUSPENDED "
               WS-SUSPENDED-COUNT " VALUE " WS-SUSPENDED-AMOUNT
           IF WS-RESUME-PENDING
               PERFORM 9300-HANDLE-UNRESOLVED-RESTART
           ELSE
               IF WS-TRAN-EOF
                   PERFORM 3100-CLEAR-CHECKPOINT
                   PERFORM 2800-UPDATE-BATCH-SEQUENCE
                   PERFORM 2760-RECORD-BATCH-DISPOSITIONS
               ELSE
                   PERFORM 9300-HANDLE-UNRESOLVED-RESTART
               END-IF
           END-IF.

      *****************************************************
      *  COUNT THE ITEMS RELEASED FROM SUSPENSE SINCE THE
      *  LAST CYCLE, IN KEY ORDER, AHEAD OF THE TRANFILE
      *  DETAILS. AN ITEM MARKED COUNTED BY A CYCLE THAT
      *  NEVER COMMITTED IS COUNTED AGAIN.
      *****************************************************
       2060-COUNT-RELEASED-SUSPENSE.
           SET WS-RELEASE-PHASE TO TRUE
           MOVE "N" TO WS-SUSP-EOF-SW
           MOVE LOW-VALUES TO SUSP-TRAN-KEY
           START SUSPENSE-FILE KEY NOT < SUSP-TRAN-KEY
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SUSP-EOF OR WS-ARITH-OVERFLOW
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       PERFORM 2065-SELECT-RELEASED-ITEM
               END-READ
           END-PERFORM
           MOVE "N" TO WS-RELEASE-PHASE-SW
           IF WS-RELEASED-COUNT > 0 AND NOT WS-ARITH-OVERFLOW
               MOVE WS-RELEASE-DONE-KEY TO WS-LAST-TRAN-KEY
               PERFORM 3000-WRITE-CHECKPOINT
               MOVE 0 TO WS-TRAN-SINCE-CHECKPOINT
           END-IF.

       2065-SELECT-RELEASED-ITEM.
           MOVE "N" TO WS-REG-COMMITTED-SW
           IF SUSP-STATUS = "C"
               MOVE SUSP-COUNTED-CYCLE TO WS-CHECK-CYCLE-ID
               PERFORM 2460-CHECK-REGISTER-COMMITTED
           END-IF
           IF SUSP-STATUS = "R"
                   OR (SUSP-STATUS = "C" AND NOT WS-REG-COMMITTED)
               PERFORM 2068-COUNT-RELEASED-ITEM
           END-IF.

       2068-COUNT-RELEASED-ITEM.
           MOVE SUSP-RECORD-IMAGE TO TRAN-RECORD
           IF TRAN-ENTITY-CODE = SPACES
               MOVE SUSP-ENTITY-CODE TO TRAN-ENTITY-CODE
           END-IF
           MOVE SUSP-ORIG-CYCLE-ID TO WS-RELEASE-ORIG-CYCLE
           PERFORM 2400-EDIT-TRANSACTION
           IF WS-EDIT-VALID
               PERFORM 2500-COUNT-TRANSACTION
               MOVE "C" TO SUSP-STATUS
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               PERFORM 2600-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "E" TO SUSP-STATUS
               ADD 1 TO WS-RELEASE-FAILED-COUNT
           END-IF
           MOVE WS-CYCLE-ID TO SUSP-COUNTED-CYCLE
           REWRITE SUSP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-SUSP-STATUS NOT = "00"
               PERFORM 2905-REPORT-SUSPENSE-FAILURE
           END-IF.

      *****************************************************
      *  ON A RESUMED CYCLE THE RELEASED ITEMS IT ALREADY
      *  COUNTED ARE PUT BACK ON THE DUPLICATE SCREEN SO A
      *  TRANFILE DETAIL CARRYING THE SAME KEY IS STILL
      *  CAUGHT.
      *****************************************************
       2070-REREGISTER-RELEASED-KEYS.
           MOVE "N" TO WS-SUSP-EOF-SW
           MOVE LOW-VALUES TO SUSP-TRAN-KEY
           START SUSPENSE-FILE KEY NOT < SUSP-TRAN-KEY
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       IF SUSP-STATUS = "C"
                               AND SUSP-COUNTED-CYCLE = WS-CYCLE-ID
                           MOVE SUSP-TRAN-KEY TO DUP-TRAN-KEY
                           MOVE WS-CYCLE-ID TO DUP-RUN-ID
                           WRITE DUP-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      *  A RESUMED CYCLE'S IN-CORE INCREMENTS AND PER-TYPE
      *  AND PER-ENTITY AMOUNTS COVER ONLY THE PORTION SINCE
      *  THE LAST CHECKPOINT. EVERY KEY THE CYCLE COUNTED IS
      *  ON TRANREG UNDER ITS CYCLE ID WITH ITS ENTITY, TYPE
      *  AND AMOUNT (A KEY REPLAYED AFTER THE RESUME IS NOT
      *  POSTED TWICE), SO THEY ARE REBUILT FROM THERE: THE
      *  ENTITY AMOUNT NET OF REVERSALS, THE PER-TYPE
      *  AMOUNTS GROSS, AS 2500 AND 2300 ACCUMULATE THEM.
      *  AN ENTITY COUNTED ONLY BEFORE THE CHECKPOINT IS
      *  ADDED TO THE ENTITY TABLE SO ITS HISTORY RECORD IS
      *  WRITTEN.
      *****************************************************
       2090-REBUILD-CYCLE-INCREMENTS.
           MOVE 0 TO WS-CYCLE-INCREMENT
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE 0 TO WS-TYPE-CYCLE-COUNT(WS-TYPE-SUB)
               MOVE 0 TO WS-TYPE-AMOUNT(WS-TYPE-SUB)
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-COUNT
                   MOVE 0 TO
                       WS-ENT-TYPE-CYCLE-COUNT(WS-ENT-SUB WS-TYPE-SUB)
                   MOVE 0 TO
                       WS-ENT-TYPE-AMOUNT(WS-ENT-SUB WS-TYPE-SUB)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-COUNT
               MOVE 0 TO WS-ENT-CYCLE-COUNT(WS-ENT-SUB)
               MOVE 0 TO WS-ENT-AMOUNT(WS-ENT-SUB)
           END-PERFORM
           MOVE "N" TO WS-TREG-EOF-SW
           MOVE LOW-VALUES TO TREG-TRAN-KEY
           START TRAN-REGISTER-FILE KEY NOT < TREG-TRAN-KEY
               INVALID KEY
                   SET WS-TREG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-TREG-EOF
               READ TRAN-REGISTER-FILE NEXT RECORD
                   AT END
                       SET WS-TREG-EOF TO TRUE
                   NOT AT END
                       IF TREG-CYCLE-ID = WS-CYCLE-ID
                           PERFORM 2095-ADD-REGISTERED-KEY
                       END-IF
               END-READ
           END-PERFORM.

       2095-ADD-REGISTERED-KEY.
           ADD 1 TO WS-CYCLE-INCREMENT
           MOVE TREG-ENTITY-CODE TO WS-WORK-ENTITY
           PERFORM 2355-FIND-WORK-ENTITY
           IF WS-ENT-CUR > 0
               ADD 1 TO WS-ENT-CYCLE-COUNT(WS-ENT-CUR)
               IF TREG-REVERSAL-FLAG = "Y"
                   SUBTRACT TREG-AMOUNT FROM
                       WS-ENT-AMOUNT(WS-ENT-CUR)
                       ON SIZE ERROR
                           PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                   END-SUBTRACT
               ELSE
                   ADD TREG-AMOUNT TO WS-ENT-AMOUNT(WS-ENT-CUR)
                       ON SIZE ERROR
                           PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                   END-ADD
               END-IF
           END-IF
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF TREG-TYPE-CODE = WS-TYPE-CODE(WS-TYPE-SUB)
                   ADD 1 TO WS-TYPE-CYCLE-COUNT(WS-TYPE-SUB)
                   ADD TREG-AMOUNT TO WS-TYPE-AMOUNT(WS-TYPE-SUB)
                       ON SIZE ERROR
                           PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                   END-ADD
                   IF WS-ENT-CUR > 0
                       ADD 1 TO WS-ENT-TYPE-CYCLE-COUNT
                           (WS-ENT-CUR WS-TYPE-SUB)
                       ADD TREG-AMOUNT TO WS-ENT-TYPE-AMOUNT
                           (WS-ENT-CUR WS-TYPE-SUB)
                           ON SIZE ERROR
                               PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                       END-ADD
                   END-IF
                   MOVE WS-TYPE-COUNT TO WS-TYPE-SUB
               END-IF
           END-PERFORM.

       2700-VALIDATE-BATCH-FILE.
           MOVE "N" TO WS-BATCH-VALID-SW
           MOVE "N" TO WS-BTCH-OPEN-SW
           MOVE "N" TO WS-VAL-EOF-SW
           MOVE 0 TO WS-BTCH-COUNT
           MOVE 0 TO WS-BTCH-CONSUMED-COUNT
           MOVE 0 TO WS-BTCH-REFUSED-COUNT
           MOVE SPACES TO WS-BATCH-ERROR-TEXT
           MOVE SPACES TO WS-HDR-ENTITY
           MOVE SPACES TO WS-REST-ENTITY
           MOVE "N" TO WS-RECYCLE-SW
           MOVE 0 TO WS-VAL-RECORD-COUNT
           PERFORM UNTIL WS-VAL-EOF
               READ TRANSACTION-FILE
                   AT END
                       PERFORM 2710-VALIDATE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-BTCH-OPEN
               PERFORM 2718-REFUSE-OPEN-BATCH
           END-IF
           IF WS-BATCH-ERROR-TEXT = SPACES
               IF WS-BTCH-COUNT = 0
                   MOVE "BATCH HEADER RECORD MISSING" TO
                       WS-BATCH-ERROR-TEXT
               ELSE
                   SET WS-BATCH-VALID TO TRUE
                   MOVE WS-BT-ENTITY(1) TO WS-REST-ENTITY
                   PERFORM VARYING WS-BTCH-SUB FROM 1 BY 1
                           UNTIL WS-BTCH-SUB > WS-BTCH-COUNT
                       PERFORM 2720-VALIDATE-ONE-BATCH
                   END-PERFORM
               END-IF
           END-IF
           MOVE 0 TO WS-BTCH-CUR.

      *****************************************************
      *  SORT EACH RECORD INTO ITS ENVELOPE. A HEADER WHILE
      *  A BATCH IS STILL OPEN, OR END OF FILE, MEANS THAT
      *  BATCH LOST ITS TRAILER AND IS REFUSED; A DETAIL OR
      *  TRAILER WITH NO BATCH OPEN MAKES THE FILE
      *  UNREADABLE AS BATCHES AND REJECTS IT WHOLE.
      *****************************************************
       2710-VALIDATE-ONE-RECORD.
           ADD 1 TO WS-VAL-RECORD-COUNT
           EVALUATE TRUE
               WHEN TRAN-HDR-ID = "BATCHHDR"
                   IF WS-BTCH-OPEN
                       PERFORM 2718-REFUSE-OPEN-BATCH
                   END-IF
                   IF WS-BTCH-COUNT < 50
                       PERFORM 2715-OPEN-BATCH-ENTRY
                   ELSE
                       IF WS-BATCH-ERROR-TEXT = SPACES
                           MOVE "MORE THAN 50 BATCHES IN FILE" TO
                               WS-BATCH-ERROR-TEXT
                       END-IF
                   END-IF
               WHEN TRAN-TRL-ID = "BATCHTRL"
                   IF WS-BTCH-OPEN
                       MOVE TRAN-TRL-RECORD-COUNT TO
                           WS-BT-TRAILER-COUNT(WS-BTCH-COUNT)
                       MOVE "N" TO WS-BTCH-OPEN-SW
                   ELSE
                       IF WS-BATCH-ERROR-TEXT = SPACES
                           MOVE "BATCH TRAILER WITHOUT HEADER" TO
                               WS-BATCH-ERROR-TEXT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-BTCH-OPEN
                       ADD 1 TO WS-BT-DETAIL-COUNT(WS-BTCH-COUNT)
                   ELSE
                       IF WS-BATCH-ERROR-TEXT = SPACES
                           MOVE "DETAIL RECORD OUTSIDE BATCH" TO
                               WS-BATCH-ERROR-TEXT
                       END-IF
                   END-IF
           END-EVALUATE.

       2715-OPEN-BATCH-ENTRY.
           ADD 1 TO WS-BTCH-COUNT
           SET WS-BTCH-OPEN TO TRUE
           MOVE TRAN-HDR-BATCH-NO TO WS-BT-BATCH-NO(WS-BTCH-COUNT)
           MOVE TRAN-HDR-ENTITY-CODE TO WS-BT-ENTITY(WS-BTCH-COUNT)
           MOVE TRAN-HDR-FILE-DATE TO WS-BT-FILE-DATE(WS-BTCH-COUNT)
           MOVE TRAN-HDR-RECYCLE-FLAG TO
               WS-BT-RECYCLE-FLAG(WS-BTCH-COUNT)
           MOVE 0 TO WS-BT-DETAIL-COUNT(WS-BTCH-COUNT)
           MOVE 0 TO WS-BT-TRAILER-COUNT(WS-BTCH-COUNT)
           MOVE SPACE TO WS-BT-STATUS(WS-BTCH-COUNT)
           MOVE SPACES TO WS-BT-ERROR-TEXT(WS-BTCH-COUNT)
           MOVE TRAN-HEADER-REC TO WS-BT-HDR-IMAGE(WS-BTCH-COUNT).

       2718-REFUSE-OPEN-BATCH.
           MOVE "R" TO WS-BT-STATUS(WS-BTCH-COUNT)
           MOVE "BATCH TRAILER RECORD MISSING" TO
               WS-BT-ERROR-TEXT(WS-BTCH-COUNT)
           MOVE "N" TO WS-BTCH-OPEN-SW.

      *****************************************************
      *  PROVE ONE BATCH ON ITS OWN. THE SEQUENCE CHECK IS
      *  AGAINST THE LAST CONSUMED NUMBER FOR THE BATCH'S
      *  ENTITY, SO TWO BATCHES OF ONE ENTITY MAY FOLLOW
      *  EACH OTHER IN THE SAME FILE.
      *****************************************************
       2720-VALIDATE-ONE-BATCH.
           IF WS-BT-STATUS(WS-BTCH-SUB) = SPACE
               IF WS-BT-RECYCLE-FLAG(WS-BTCH-SUB) NOT = "R"
                   PERFORM 2725-FIND-LAST-BATCH-NO
               END-IF
               EVALUATE TRUE
                   WHEN WS-BT-RECYCLE-FLAG(WS-BTCH-SUB) NOT = "R"
                           AND WS-BT-FILE-DATE(WS-BTCH-SUB) NOT =
                               WS-BUSINESS-DATE
                       MOVE "BATCH HEADER DATE NOT CYCLE DATE" TO
                           WS-BT-ERROR-TEXT(WS-BTCH-SUB)
                   WHEN WS-BT-RECYCLE-FLAG(WS-BTCH-SUB) NOT = "R"
                           AND WS-BT-BATCH-NO(WS-BTCH-SUB) NOT =
                               WS-LAST-BATCH-NO + 1
                       MOVE "BATCH NUMBER OUT OF SEQUENCE" TO
                           WS-BT-ERROR-TEXT(WS-BTCH-SUB)
                   WHEN WS-BT-TRAILER-COUNT(WS-BTCH-SUB) NOT =
                           WS-BT-DETAIL-COUNT(WS-BTCH-SUB)
                       MOVE "TRAILER COUNT MISMATCH" TO
                           WS-BT-ERROR-TEXT(WS-BTCH-SUB)
                   WHEN OTHER
                       MOVE "C" TO WS-BT-STATUS(WS-BTCH-SUB)
                       ADD 1 TO WS-BTCH-CONSUMED-COUNT
               END-EVALUATE
               IF WS-BT-STATUS(WS-BTCH-SUB) = SPACE
                   MOVE "R" TO WS-BT-STATUS(WS-BTCH-SUB)
               END-IF
           END-IF
           IF WS-BT-STATUS(WS-BTCH-SUB) = "R"
               ADD 1 TO WS-BTCH-REFUSED-COUNT
           END-IF.

       2725-FIND-LAST-BATCH-NO.
           MOVE 0 TO WS-BTCH-PRIOR
           PERFORM VARYING WS-BTCH-CUR FROM 1 BY 1
                   UNTIL WS-BTCH-CUR NOT < WS-BTCH-SUB
               IF WS-BT-STATUS(WS-BTCH-CUR) = "C"
                       AND WS-BT-RECYCLE-FLAG(WS-BTCH-CUR) NOT = "R"
                       AND WS-BT-ENTITY(WS-BTCH-CUR) =
                           WS-BT-ENTITY(WS-BTCH-SUB)
                   MOVE WS-BTCH-CUR TO WS-BTCH-PRIOR
               END-IF
           END-PERFORM
           IF WS-BTCH-PRIOR > 0
               MOVE WS-BT-BATCH-NO(WS-BTCH-PRIOR) TO WS-LAST-BATCH-NO
           ELSE
               PERFORM 1170-READ-LAST-BATCH-NO
           END-IF.

       1170-READ-LAST-BATCH-NO.
           MOVE WS-BT-ENTITY(WS-BTCH-SUB) TO CTL-ENTITY-CODE
           MOVE "BATCHSEQ" TO CTL-KEY-NAME
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO CTL-COUNTER
                   WRITE CTL-RECORD
           END-READ
           MOVE CTL-COUNTER TO WS-LAST-BATCH-NO.

      *****************************************************
      *  ONCE THE CYCLE HAS FINISHED WITH THE FILE, LOG THE
      *  DISPOSITION OF EVERY BATCH TO BATCHLOG. A REFUSED
      *  BATCH ALSO GETS A BATCH-LEVEL BTCH REJECT CARRYING
      *  ITS HEADER IMAGE AND AN EXCEPTION, AND ITS ENTITY
      *  IS ENTERED IN THE ENTITY TABLE SO THE ENTITY'S
      *  HISTORY RECORD SHOWS THE REFUSAL. WITH NO BATCH
      *  CONSUMED THE CYCLE ENDS AS A REJECTED FILE;
      *  OTHERWISE A DISTINCT RETURN CODE SAYS THE GOOD
      *  BATCHES WERE COUNTED AND SOME WERE SET ASIDE.
      *****************************************************
       2760-RECORD-BATCH-DISPOSITIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND BATCH-LOG-FILE
           IF WS-BTLG-STATUS = "05" OR WS-BTLG-STATUS = "35"
               OPEN OUTPUT BATCH-LOG-FILE
           END-IF
           IF WS-BTCH-REFUSED-COUNT > 0
               OPEN EXTEND EXCEPTION-FILE
               IF WS-EXCP-STATUS = "05" OR WS-EXCP-STATUS = "35"
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-BTCH-SUB FROM 1 BY 1
                   UNTIL WS-BTCH-SUB > WS-BTCH-COUNT
               PERFORM 2765-RECORD-ONE-BATCH
           END-PERFORM
           CLOSE BATCH-LOG-FILE
           DISPLAY "CNTRPROC: BATCHES CONSUMED "
               WS-BTCH-CONSUMED-COUNT " REFUSED "
               WS-BTCH-REFUSED-COUNT
           IF WS-BTCH-REFUSED-COUNT > 0
               CLOSE EXCEPTION-FILE
               IF WS-BTCH-CONSUMED-COUNT = 0
                   SET WS-RC-OVERRIDE TO TRUE
                   DISPLAY "ERROR: EVERY BATCH IN TRANSACTION FILE "
                       "REFUSED - NOTHING COUNTED"
                   MOVE WS-BATCH-REJECT-RC TO RETURN-CODE
               ELSE
                   IF NOT WS-RC-OVERRIDE
                       SET WS-RC-OVERRIDE TO TRUE
                       MOVE WS-BATCH-PARTIAL-RC TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2765-RECORD-ONE-BATCH.
           MOVE SPACES TO BTLG-RECORD
           MOVE WS-CYCLE-ID TO BTLG-CYCLE-ID
           MOVE WS-TIMESTAMP TO BTLG-TIMESTAMP
           MOVE WS-BT-BATCH-NO(WS-BTCH-SUB) TO BTLG-BATCH-NO
           MOVE WS-BT-ENTITY(WS-BTCH-SUB) TO BTLG-ENTITY-CODE
           MOVE WS-BT-FILE-DATE(WS-BTCH-SUB) TO BTLG-FILE-DATE
           MOVE WS-BT-RECYCLE-FLAG(WS-BTCH-SUB) TO BTLG-RECYCLE-FLAG
           MOVE WS-BT-DETAIL-COUNT(WS-BTCH-SUB) TO BTLG-DETAIL-COUNT
           MOVE WS-BT-TRAILER-COUNT(WS-BTCH-SUB) TO
               BTLG-TRAILER-COUNT
           MOVE WS-BT-STATUS(WS-BTCH-SUB) TO BTLG-DISPOSITION
           MOVE WS-BT-ERROR-TEXT(WS-BTCH-SUB) TO BTLG-REASON
           WRITE BTLG-RECORD
           IF WS-BT-STATUS(WS-BTCH-SUB) = "R"
               DISPLAY "CNTRPROC: BATCH " WS-BT-BATCH-NO(WS-BTCH-SUB)
                   " ENTITY " WS-BT-ENTITY(WS-BTCH-SUB)
                   " REFUSED - " WS-BT-ERROR-TEXT(WS-BTCH-SUB)
               MOVE WS-CYCLE-ID TO REJ-RUN-ID
               MOVE WS-TIMESTAMP TO REJ-TIMESTAMP
               MOVE "BTCH" TO REJ-REASON-CODE
               MOVE WS-BT-ERROR-TEXT(WS-BTCH-SUB) TO REJ-REASON-TEXT
               MOVE WS-BT-HDR-IMAGE(WS-BTCH-SUB) TO REJ-RECORD-IMAGE
               MOVE "O" TO REJ-STATUS
               MOVE SPACES TO REJ-RECYCLE-CYCLE
               WRITE REJ-RECORD
               MOVE WS-CYCLE-ID TO EXCP-RUN-ID
               MOVE WS-TIMESTAMP TO EXCP-TIMESTAMP
               MOVE WS-AREA-2 TO EXCP-COUNTER-VALUE
               MOVE "O" TO EXCP-STATUS
               MOVE SPACES TO EXCP-CLEARED-BY
               MOVE SPACES TO EXCP-CLEAR-NOTE
               MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
               MOVE WS-BT-ERROR-TEXT(WS-BTCH-SUB) TO EXCP-REASON
               WRITE EXCP-RECORD
               MOVE WS-CYCLE-ID TO WS-ALERT-CYCLE-ID
               MOVE "CNTRBTCH" TO WS-ALERT-CODE
               MOVE WS-BT-ENTITY(WS-BTCH-SUB) TO WS-ALERT-ENTITY
               MOVE WS-BT-BATCH-NO(WS-BTCH-SUB) TO WS-ALERT-KEY
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "N" TO WS-ALERT-PAGE
               MOVE WS-BT-ERROR-TEXT(WS-BTCH-SUB) TO WS-ALERT-TEXT
               PERFORM 8600-RAISE-ALERT
               MOVE WS-BT-ENTITY(WS-BTCH-SUB) TO WS-WORK-ENTITY
               PERFORM 2355-FIND-WORK-ENTITY
           END-IF.

      *****************************************************
      *  HOW MANY OF THE CYCLE'S BATCHES THE ENTITY IN HAND
      *  (WS-ENT-SUB) SUPPLIED WERE CONSUMED AND REFUSED.
      *****************************************************
       2770-COUNT-ENTITY-BATCHES.
           MOVE 0 TO WS-BTCH-ENT-CONSUMED
           MOVE 0 TO WS-BTCH-ENT-REFUSED
           PERFORM VARYING WS-BTCH-SUB FROM 1 BY 1
                   UNTIL WS-BTCH-SUB > WS-BTCH-COUNT
               IF WS-BT-ENTITY(WS-BTCH-SUB) = WS-ENT-CODE(WS-ENT-SUB)
                   IF WS-BT-STATUS(WS-BTCH-SUB) = "C"
                       ADD 1 TO WS-BTCH-ENT-CONSUMED
                   END-IF
                   IF WS-BT-STATUS(WS-BTCH-SUB) = "R"
                       ADD 1 TO WS-BTCH-ENT-REFUSED
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************
      *  ADVANCE EVERY ENTITY'S BATCHSEQ TO THE LAST BATCH
      *  OF ITS OWN THE CYCLE CONSUMED. RECYCLE BATCHES AND
      *  REFUSED BATCHES CONSUME NO NUMBER.
      *****************************************************
       2800-UPDATE-BATCH-SEQUENCE.
           PERFORM VARYING WS-BTCH-SUB FROM 1 BY 1
                   UNTIL WS-BTCH-SUB > WS-BTCH-COUNT
               IF WS-BT-STATUS(WS-BTCH-SUB) = "C"
                       AND WS-BT-RECYCLE-FLAG(WS-BTCH-SUB) NOT = "R"
                   MOVE WS-BT-ENTITY(WS-BTCH-SUB) TO CTL-ENTITY-CODE
                   MOVE "BATCHSEQ" TO CTL-KEY-NAME
                   MOVE WS-BT-BATCH-NO(WS-BTCH-SUB) TO CTL-COUNTER
                   REWRITE CTL-RECORD
                       INVALID KEY
                           WRITE CTL-RECORD
                   END-REWRITE
               END-IF
           END-PERFORM.

       1450-OPEN-RESTART-FILE.
           OPEN I-O RESTART-FILE

       1400-CHECK-RESTART.
           MOVE WS-CYCLE-ID TO REST-RUN-ID
           MOVE WS-REST-ENTITY TO REST-ENTITY-CODE
           READ RESTART-FILE
               INVALID KEY
                   CONTINUE
                       SET WS-RESUME-PENDING TO TRUE
                       SET WS-RESUMED-CYCLE TO TRUE
                       MOVE REST-AMOUNT-TOTAL TO WS-AMOUNT-TOTAL
                       MOVE REST-POSTED-COUNT TO WS-TREG-POST-SEQ
                   END-IF
           END-READ.

               END-READ
           END-PERFORM.

      *****************************************************
      *  EACH HEADER STARTS THE NEXT ENTRY OF THE BATCH
      *  TABLE BUILT BY THE VALIDATION PASS, WHOSE ENTITY
      *  AND RECYCLE FLAG GOVERN ITS DETAILS. THE DETAILS
      *  OF A REFUSED BATCH ARE PASSED OVER UNTOUCHED.
      *****************************************************
       2200-PROCESS-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN TRAN-HDR-ID = "BATCHHDR"
                   PERFORM 2210-START-BATCH
               WHEN TRAN-HDR-ID = "BATCHTRL"
                   CONTINUE
               WHEN OTHER
                   IF WS-BT-STATUS(WS-BTCH-CUR) = "C"
                       PERFORM 2250-PROCESS-DETAIL-RECORD
                   END-IF
           END-EVALUATE.

       2210-START-BATCH.
           ADD 1 TO WS-BTCH-CUR
           MOVE WS-BT-ENTITY(WS-BTCH-CUR) TO WS-HDR-ENTITY
           IF WS-BT-RECYCLE-FLAG(WS-BTCH-CUR) = "R"
               SET WS-RECYCLE-BATCH TO TRUE
           ELSE
               MOVE "N" TO WS-RECYCLE-SW
           END-IF.

       2250-PROCESS-DETAIL-RECORD.
               IF NOT WS-ARITH-OVERFLOW
                   PERFORM 2400-EDIT-TRANSACTION
                   IF WS-EDIT-VALID
                       IF WS-SUSPEND-DETAIL
                           PERFORM 2900-DIVERT-TO-SUSPENSE
                       ELSE
                           PERFORM 2500-COUNT-TRANSACTION
                       END-IF
                   ELSE
                       PERFORM 2600-WRITE-REJECT-RECORD
                       ADD 1 TO WS-REJECTED-COUNT
                   MOVE "DUPLICATE TRANSACTION KEY THIS CYCLE" TO
                       WS-REJ-REASON-TEXT
               ELSE
                   PERFORM 2450-CHECK-TRAN-REGISTER
                   IF WS-XCYCLE-DUP
                       MOVE "N" TO WS-EDIT-VALID-SW
                       MOVE "DUPX" TO WS-REJ-REASON-CODE
                   ELSE
                       PERFORM 2420-CHECK-TRAN-TYPE
                       PERFORM 2425-CHECK-TYPE-AND-AMOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-VALID AND WS-REVERSAL-DETAIL
                   AND NOT WS-REPLAY-DETAIL
               PERFORM 2440-MATCH-REVERSAL
           END-IF
           MOVE "N" TO WS-SUSPEND-SW
           IF WS-EDIT-VALID
               IF WS-SUSP-REPLAY
                   SET WS-SUSPEND-DETAIL TO TRUE
               ELSE
                   IF NOT WS-REPLAY-DETAIL AND NOT WS-RELEASE-PHASE
                       PERFORM 2490-CHECK-THRESHOLD
                   END-IF
               END-IF
           END-IF
           IF WS-SUSPEND-DETAIL AND WS-SUSP-SETTLED
               MOVE "N" TO WS-SUSPEND-SW
               MOVE "N" TO WS-EDIT-VALID-SW
               MOVE "SUSF" TO WS-REJ-REASON-CODE
               MOVE "KEY ALREADY SETTLED IN SUSPENSE" TO
                   WS-REJ-REASON-TEXT
           END-IF.

       2410-CHECK-DUPLICATE-KEY.
       2420-CHECK-TRAN-TYPE.
           MOVE "N" TO WS-TYPE-FOUND-SW
           MOVE "N" TO WS-TYPE-KNOWN-SW
           MOVE "N" TO WS-REVERSAL-SW
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF TRAN-TYPE-CODE = WS-TYPE-CODE(WS-TYPE-SUB)
                   SET WS-TYPE-KNOWN TO TRUE
                   IF WS-TYPE-REVERSAL(WS-TYPE-SUB) = "Y"
                       SET WS-REVERSAL-DETAIL TO TRUE
                   END-IF
                   IF WS-TYPE-ACTIVE(WS-TYPE-SUB) = "Y"
                           AND WS-TYPE-EFFECTIVE(WS-TYPE-SUB) NOT >
                               WS-BUSINESS-DATE
               END-IF
           END-PERFORM.

       2425-CHECK-TYPE-AND-AMOUNT.
           IF NOT WS-TYPE-FOUND
               MOVE "N" TO WS-EDIT-VALID-SW
               MOVE "TYPE" TO WS-REJ-REASON-CODE
               IF WS-TYPE-KNOWN
                   MOVE "TRANSACTION TYPE NOT ACTIVE FOR DATE"
                       TO WS-REJ-REASON-TEXT
               ELSE
                   MOVE "TRANSACTION TYPE CODE NOT RECOGNIZED"
                       TO WS-REJ-REASON-TEXT
               END-IF
           ELSE
               IF TRAN-AMOUNT-X NOT = SPACES
                       AND TRAN-AMOUNT NOT NUMERIC
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "AMTN" TO WS-REJ-REASON-CODE
                   MOVE "TRANSACTION AMOUNT NOT NUMERIC" TO
                       WS-REJ-REASON-TEXT
               END-IF
           END-IF.

      *****************************************************
      *  A REVERSAL IS ACCEPTED ONLY AGAINST A COUNTED,
      *  NOT FULLY REVERSED ORIGINAL OF THE SAME ENTITY
      *  WITH AT LEAST THE REVERSAL AMOUNT STILL OPEN. A
      *  REVERSAL CANNOT ITSELF BE REVERSED.
      *****************************************************
       2440-MATCH-REVERSAL.
           MOVE TRAN-REV-ORIG-KEY TO WS-ORIG-KEY
           MOVE "N" TO WS-TREG-FOUND-SW
           MOVE "N" TO WS-REG-COMMITTED-SW
           IF WS-ORIG-KEY NOT = SPACES
               MOVE WS-ORIG-KEY TO TREG-TRAN-KEY
               READ TRAN-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TREG-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-TREG-FOUND
               MOVE TREG-CYCLE-ID TO WS-CHECK-CYCLE-ID
               PERFORM 2460-CHECK-REGISTER-COMMITTED
           END-IF
           PERFORM 2340-RESOLVE-WORK-ENTITY
           EVALUATE TRUE
               WHEN WS-ORIG-KEY = SPACES
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "RVNF" TO WS-REJ-REASON-CODE
                   MOVE "REVERSAL ORIGINAL KEY MISSING" TO
                       WS-REJ-REASON-TEXT
               WHEN NOT WS-TREG-FOUND OR NOT WS-REG-COMMITTED
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "RVNF" TO WS-REJ-REASON-CODE
                   MOVE "REVERSAL ORIGINAL NEVER COUNTED" TO
                       WS-REJ-REASON-TEXT
               WHEN TREG-REVERSAL-FLAG = "Y"
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "RVNF" TO WS-REJ-REASON-CODE
                   MOVE "REVERSAL ORIGINAL IS ITSELF A REVERSAL" TO
                       WS-REJ-REASON-TEXT
               WHEN TREG-REVERSAL-COUNT > 0
                       AND TREG-REVERSED-AMOUNT NOT < TREG-AMOUNT
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "RVDN" TO WS-REJ-REASON-CODE
                   MOVE "REVERSAL ORIGINAL ALREADY REVERSED" TO
                       WS-REJ-REASON-TEXT
               WHEN TREG-ENTITY-CODE NOT = WS-WORK-ENTITY
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "RVEN" TO WS-REJ-REASON-CODE
                   MOVE "REVERSAL ENTITY DIFFERS FROM ORIGINAL" TO
                       WS-REJ-REASON-TEXT
               WHEN TRAN-AMOUNT-X = SPACES
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "RVAM" TO WS-REJ-REASON-CODE
                   MOVE "REVERSAL AMOUNT MISSING" TO
                       WS-REJ-REASON-TEXT
               WHEN OTHER
                   COMPUTE WS-ORIG-OPEN-AMOUNT =
                       TREG-AMOUNT - TREG-REVERSED-AMOUNT
                   IF TRAN-AMOUNT > WS-ORIG-OPEN-AMOUNT
                       MOVE "N" TO WS-EDIT-VALID-SW
                       MOVE "RVAM" TO WS-REJ-REASON-CODE
                       MOVE "REVERSAL EXCEEDS ORIGINAL OPEN AMOUNT"
                           TO WS-REJ-REASON-TEXT
                   ELSE
                       MOVE TREG-CYCLE-ID TO WS-ORIG-CYCLE-ID
                       MOVE TREG-AMOUNT TO WS-ORIG-AMOUNT
                   END-IF
           END-EVALUATE.

      *****************************************************
      *  LOOK THE KEY UP ON THE REGISTER. AN ENTRY POSTED
      *  BY THIS SAME CYCLE IS A DETAIL BEING REPLAYED
      *  AFTER A RESUME (COUNTED AGAIN, NOT RE-POSTED); AN
      *  ENTRY FROM ANOTHER CYCLE THAT WAS COMMITTED MEANS
      *  THE KEY WAS ALREADY COUNTED AND IS A CROSS-CYCLE
      *  DUPLICATE. AN UNCOMMITTED ENTRY FROM AN ABENDED
      *  RUN IS IGNORED.
      *****************************************************
       2450-CHECK-TRAN-REGISTER.
           MOVE "N" TO WS-REPLAY-SW
           MOVE "N" TO WS-XCYCLE-DUP-SW
           MOVE "N" TO WS-SUSP-REPLAY-SW
           MOVE "N" TO WS-SUSP-SETTLED-SW
           MOVE TRAN-KEY TO TREG-TRAN-KEY
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TREG-CYCLE-ID = WS-CYCLE-ID
                       SET WS-REPLAY-DETAIL TO TRUE
                   ELSE
                       MOVE TREG-CYCLE-ID TO WS-CHECK-CYCLE-ID
                       PERFORM 2460-CHECK-REGISTER-COMMITTED
                       IF NOT WS-REG-COMMITTED
                               AND TREG-REVERSAL-FLAG = "Y"
                           PERFORM 2458-UNDO-STALE-REVERSAL
                       END-IF
                       IF WS-REG-COMMITTED
                           SET WS-XCYCLE-DUP TO TRUE
                           MOVE TREG-CYCLE-ID TO WS-XCYCLE-DUP-CYCLE
                           STRING "KEY ALREADY COUNTED IN CYCLE "
                                   DELIMITED BY SIZE
                               WS-XCYCLE-DUP-CYCLE DELIMITED BY SIZE
                               INTO WS-REJ-REASON-TEXT
                           END-STRING
                       END-IF
                   END-IF
           END-READ
           IF NOT WS-XCYCLE-DUP AND NOT WS-REPLAY-DETAIL
                   AND NOT WS-RELEASE-PHASE
               PERFORM 2455-CHECK-SUSPENSE
           END-IF
           IF WS-XCYCLE-DUP
               ADD 1 TO WS-XCYCLE-DUP-COUNT
           END-IF.

      *****************************************************
      *  A KEY HELD OR RELEASED (NOT YET COUNTED) IN
      *  SUSPENSE BY A COMMITTED EARLIER CYCLE IS A
      *  CROSS-CYCLE DUPLICATE; ONE HELD BY THIS SAME
      *  CYCLE IS A DIVERTED DETAIL BEING REPLAYED AFTER A
      *  RESUME AND IS NOT WRITTEN AGAIN. A KEY WHOSE
      *  SUSPENSE RECORD IS ALREADY SETTLED (DECLINED, OR
      *  RELEASED AND COUNTED OR REJECTED) MAY BE COUNTED
      *  BUT NOT HELD A SECOND TIME OVER THAT HISTORY.
      *****************************************************
       2455-CHECK-SUSPENSE.
           MOVE TRAN-KEY TO SUSP-TRAN-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUSP-STATUS = "H" OR SUSP-STATUS = "R"
                       IF SUSP-ORIG-CYCLE-ID = WS-CYCLE-ID
                           SET WS-SUSP-REPLAY TO TRUE
                       ELSE
                           MOVE SUSP-ORIG-CYCLE-ID TO
                               WS-CHECK-CYCLE-ID
                           PERFORM 2460-CHECK-REGISTER-COMMITTED
                           IF WS-REG-COMMITTED
                               SET WS-XCYCLE-DUP TO TRUE
                               MOVE SUSP-ORIG-CYCLE-ID TO
                                   WS-XCYCLE-DUP-CYCLE
                               STRING "KEY IN SUSPENSE FROM CYCLE "
                                       DELIMITED BY SIZE
                                   WS-XCYCLE-DUP-CYCLE
                                       DELIMITED BY SIZE
                                   INTO WS-REJ-REASON-TEXT
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
                   IF SUSP-STATUS = "C" OR SUSP-STATUS = "D"
                           OR SUSP-STATUS = "E"
                       SET WS-SUSP-SETTLED TO TRUE
                   END-IF
           END-READ.

      *****************************************************
      *  THE DETAIL'S KEY IS ON THE REGISTER AS A REVERSAL
      *  POSTED BY A CYCLE THAT NEVER COMMITTED, SO THE
      *  AMOUNT IT APPLIED TO ITS ORIGINAL WAS NEVER
      *  COUNTED. TAKE IT BACK OFF THE ORIGINAL'S ENTRY AND
      *  DROP THE STALE ENTRY BEFORE THE DETAIL IS MATCHED
      *  AND POSTED AFRESH, AS CYCBKOUT DOES FOR A CYCLE IT
      *  BACKS OUT.
      *****************************************************
       2458-UNDO-STALE-REVERSAL.
           MOVE TREG-ORIG-KEY TO WS-STALE-ORIG-KEY
           MOVE TREG-AMOUNT TO WS-STALE-AMOUNT
           DELETE TRAN-REGISTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-TREG-STATUS NOT = "00"
               MOVE TRAN-KEY TO WS-REG-FAIL-KEY
               PERFORM 2475-REPORT-REGISTER-FAILURE
           ELSE
               MOVE WS-STALE-ORIG-KEY TO TREG-TRAN-KEY
               READ TRAN-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TREG-REVERSED-AMOUNT > WS-STALE-AMOUNT
                           SUBTRACT WS-STALE-AMOUNT
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
                           MOVE WS-STALE-ORIG-KEY TO WS-REG-FAIL-KEY
                           PERFORM 2475-REPORT-REGISTER-FAILURE
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      *  A REGISTER ENTRY COUNTS ONLY IF ITS CYCLE GOT AS
      *  FAR AS A CHECKPOINT: A RUN THAT ABENDED BEFORE ITS
      *  FIRST CHECKPOINT PERSISTED NO COUNTERS AND LEFT NO
      *  RESTFILE RECORD, AND ITS RERUN DRAWS A NEW CYCLE
      *  ID, SO THE KEYS IT POSTED WERE NEVER COUNTED.
      *****************************************************
       2460-CHECK-REGISTER-COMMITTED.
           MOVE "N" TO WS-REG-COMMITTED-SW
           IF WS-CHECK-CYCLE-ID = WS-CYCLE-ID
               SET WS-REG-COMMITTED TO TRUE
           ELSE
               MOVE WS-CHECK-CYCLE-ID TO REST-RUN-ID
               MOVE LOW-VALUES TO REST-ENTITY-CODE
               START RESTART-FILE KEY NOT < REST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RESTART-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF REST-RUN-ID = WS-CHECK-CYCLE-ID
                                   SET WS-REG-COMMITTED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      *****************************************************
      *  POST THE COUNTED KEY TO THE REGISTER AND, FOR A
      *  REVERSAL, APPLY IT TO THE ORIGINAL'S ENTRY. AN
      *  UNCOMMITTED ENTRY LEFT BY AN ABENDED RUN IS
      *  OVERWRITTEN. AN UPDATE THAT DOES NOT LAND IS
      *  REPORTED THROUGH 9450 RATHER THAN PASSED OVER.
      *****************************************************
       2470-POST-TRAN-REGISTER.
           MOVE SPACES TO TREG-RECORD
           MOVE TRAN-KEY TO TREG-TRAN-KEY
           MOVE WS-CYCLE-ID TO TREG-CYCLE-ID
           MOVE WS-BUSINESS-DATE TO TREG-POSTED-DATE
           MOVE WS-WORK-ENTITY TO TREG-ENTITY-CODE
           MOVE TRAN-TYPE-CODE TO TREG-TYPE-CODE
           MOVE WS-TRAN-VALUE TO TREG-AMOUNT
           MOVE 0 TO TREG-REVERSED-AMOUNT
           MOVE 0 TO TREG-REVERSAL-COUNT
           MOVE 0 TO TREG-ORIG-AMOUNT
           MOVE WS-TREG-POST-SEQ TO TREG-POST-SEQ
           IF WS-RELEASE-PHASE
               MOVE WS-RELEASE-ORIG-CYCLE TO TREG-SUSP-CYCLE-ID
           END-IF
           IF WS-REVERSAL-DETAIL
               MOVE "Y" TO TREG-REVERSAL-FLAG
               MOVE WS-ORIG-KEY TO TREG-ORIG-KEY
               MOVE WS-ORIG-CYCLE-ID TO TREG-ORIG-CYCLE-ID
               MOVE WS-ORIG-AMOUNT TO TREG-ORIG-AMOUNT
           ELSE
               MOVE "N" TO TREG-REVERSAL-FLAG
           END-IF
           WRITE TREG-RECORD
               INVALID KEY
                   REWRITE TREG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-TREG-STATUS NOT = "00"
               MOVE TRAN-KEY TO WS-REG-FAIL-KEY
               PERFORM 2475-REPORT-REGISTER-FAILURE
           END-IF
           IF WS-REVERSAL-DETAIL
               PERFORM 2480-APPLY-REVERSAL-TO-ORIGINAL
           END-IF.

       2475-REPORT-REGISTER-FAILURE.
           MOVE "TRANREG" TO WS-REG-FAIL-FILE
           MOVE WS-TREG-STATUS TO WS-REG-FAIL-STATUS
           PERFORM 9450-HANDLE-REGISTER-FAILURE.

       2480-APPLY-REVERSAL-TO-ORIGINAL.
           MOVE WS-ORIG-KEY TO TREG-TRAN-KEY
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-TRAN-VALUE TO TREG-REVERSED-AMOUNT
                   ADD 1 TO TREG-REVERSAL-COUNT
                   MOVE TRAN-KEY TO TREG-LAST-REV-KEY
                   MOVE WS-CYCLE-ID TO TREG-LAST-REV-CYCLE
                   REWRITE TREG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           IF WS-TREG-STATUS NOT = "00"
               MOVE WS-ORIG-KEY TO WS-REG-FAIL-KEY
               PERFORM 2475-REPORT-REGISTER-FAILURE
           END-IF
           ADD 1 TO WS-REVERSAL-COUNT
           ADD WS-TRAN-VALUE TO WS-REVERSAL-AMOUNT.

      *****************************************************
      *  FIND THE MOST SPECIFIC THRESHOLD CARD FOR THE
      *  DETAIL'S ENTITY AND TYPE (RANK 4 = BOTH MATCH,
      *  3 = ENTITY, 2 = TYPE, 1 = ALL-BLANK DEFAULT) AND
      *  SUSPEND THE DETAIL WHEN ITS AMOUNT IS OVER IT.
      *****************************************************
       2490-CHECK-THRESHOLD.
           MOVE 0 TO WS-THRS-BEST-RANK
           IF WS-THRS-COUNT > 0 AND TRAN-AMOUNT-X NOT = SPACES
               PERFORM 2340-RESOLVE-WORK-ENTITY
               PERFORM VARYING WS-THRS-SUB FROM 1 BY 1
                       UNTIL WS-THRS-SUB > WS-THRS-COUNT
                   MOVE 0 TO WS-THRS-RANK
                   IF (WS-THRS-ENTITY(WS-THRS-SUB) = WS-WORK-ENTITY
                           OR WS-THRS-ENTITY(WS-THRS-SUB) = SPACES)
                       AND (WS-THRS-TYPE(WS-THRS-SUB) =
                               TRAN-TYPE-CODE
                           OR WS-THRS-TYPE(WS-THRS-SUB) = SPACES)
                       MOVE 1 TO WS-THRS-RANK
                       IF WS-THRS-TYPE(WS-THRS-SUB) NOT = SPACES
                           ADD 1 TO WS-THRS-RANK
                       END-IF
                       IF WS-THRS-ENTITY(WS-THRS-SUB) NOT = SPACES
                           ADD 2 TO WS-THRS-RANK
                       END-IF
                   END-IF
                   IF WS-THRS-RANK > WS-THRS-BEST-RANK
                       MOVE WS-THRS-RANK TO WS-THRS-BEST-RANK
                       MOVE WS-THRS-AMOUNT(WS-THRS-SUB) TO
                           WS-THRS-LIMIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-THRS-BEST-RANK > 0
               IF TRAN-AMOUNT > WS-THRS-LIMIT
                   SET WS-SUSPEND-DETAIL TO TRUE
               END-IF
           END-IF.

       2500-COUNT-TRANSACTION.
           MOVE WS-AREA-2 TO WS-AUDIT-OLD-VALUE
           ADD 1 TO WS-AREA-2
               MOVE "INCR" TO WS-AUDIT-ACTION-CODE
               PERFORM 4000-WRITE-AUDIT-RECORD
               IF TRAN-AMOUNT-X NOT = SPACES
                   MOVE TRAN-AMOUNT TO WS-TRAN-VALUE
               ELSE
                   MOVE 0 TO WS-TRAN-VALUE
               END-IF
               IF WS-REVERSAL-DETAIL
                   SUBTRACT WS-TRAN-VALUE FROM WS-AMOUNT-TOTAL
                       ON SIZE ERROR
                           PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                   END-SUBTRACT
               ELSE
                   ADD WS-TRAN-VALUE TO WS-AMOUNT-TOTAL
                       ON SIZE ERROR
                           PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                   END-ADD
               END-IF
               ADD 1 TO WS-CYCLE-INCREMENT
               PERFORM 2350-RESOLVE-ENTITY
               IF WS-ENT-CUR > 0
                   ADD 1 TO WS-ENT-COUNTER(WS-ENT-CUR)
                   ADD 1 TO WS-ENT-CYCLE-COUNT(WS-ENT-CUR)
                   IF WS-REVERSAL-DETAIL
                       SUBTRACT WS-TRAN-VALUE FROM
                           WS-ENT-AMOUNT(WS-ENT-CUR)
                           ON SIZE ERROR
                               PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                       END-SUBTRACT
                   ELSE
                       ADD WS-TRAN-VALUE TO WS-ENT-AMOUNT(WS-ENT-CUR)
                           ON SIZE ERROR
                               PERFORM 9250-HANDLE-AMOUNT-OVERFLOW
                       END-ADD
               END-IF
               PERFORM 2300-COUNT-TRAN-TYPE
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD 1 TO WS-TREG-POST-SEQ
               PERFORM 2430-REGISTER-TRAN-KEY
               IF NOT WS-REPLAY-DETAIL
                   PERFORM 2470-POST-TRAN-REGISTER
               END-IF
               IF NOT WS-RELEASE-PHASE
                   MOVE TRAN-KEY TO WS-LAST-TRAN-KEY
                   ADD 1 TO WS-TRAN-SINCE-CHECKPOINT
                   IF WS-TRAN-SINCE-CHECKPOINT >=
                           WS-CHECKPOINT-INTERVAL
                       PERFORM 3000-WRITE-CHECKPOINT
                       MOVE 0 TO WS-TRAN-SINCE-CHECKPOINT
                   END-IF
               END-IF
           END-IF.

                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF TRAN-TYPE-CODE = WS-TYPE-CODE(WS-TYPE-SUB)
                   ADD 1 TO WS-TYPE-COUNTER(WS-TYPE-SUB)
                   ADD 1 TO WS-TYPE-CYCLE-COUNT(WS-TYPE-SUB)
                   IF TRAN-AMOUNT-X NOT = SPACES
                       ADD TRAN-AMOUNT TO WS-TYPE-AMOUNT(WS-TYPE-SUB)
                           ON SIZE ERROR
                   IF WS-ENT-CUR > 0
                       ADD 1 TO WS-ENT-TYPE-COUNTER
                           (WS-ENT-CUR WS-TYPE-SUB)
                       ADD 1 TO WS-ENT-TYPE-CYCLE-COUNT
                           (WS-ENT-CUR WS-TYPE-SUB)
                       IF TRAN-AMOUNT-X NOT = SPACES
                           ADD TRAN-AMOUNT TO WS-ENT-TYPE-AMOUNT
                               (WS-ENT-CUR WS-TYPE-SUB)
               END-IF
           END-PERFORM.

       2340-RESOLVE-WORK-ENTITY.
           IF TRAN-ENTITY-CODE = SPACES
               MOVE WS-HDR-ENTITY TO WS-WORK-ENTITY
           ELSE
               MOVE TRAN-ENTITY-CODE TO WS-WORK-ENTITY
           END-IF.

      *****************************************************
      *  FIND (OR ON FIRST SIGHT CREATE) THE PER-ENTITY
      *  TABLE ENTRY FOR THE DETAIL RECORD IN HAND. A NEW
      *  JUST AS WS-AREA-2 DOES FOR THE AGGREGATE.
      *****************************************************
       2350-RESOLVE-ENTITY.
           PERFORM 2340-RESOLVE-WORK-ENTITY
           PERFORM 2355-FIND-WORK-ENTITY.

       2355-FIND-WORK-ENTITY.
           MOVE 0 TO WS-ENT-CUR
           IF WS-WORK-ENTITY = SPACES
               CONTINUE
           MOVE WS-ENT-COUNT TO WS-ENT-CUR
           MOVE WS-WORK-ENTITY TO WS-ENT-CODE(WS-ENT-CUR)
           MOVE 0 TO WS-ENT-AMOUNT(WS-ENT-CUR)
           MOVE 0 TO WS-ENT-CYCLE-COUNT(WS-ENT-CUR)
           MOVE WS-WORK-ENTITY TO CTL-ENTITY-CODE
           MOVE "COUNTER1" TO CTL-KEY-NAME
           READ CONTROL-FILE
               MOVE CTL-COUNTER TO
                   WS-ENT-TYPE-COUNTER(WS-ENT-CUR WS-TYPE-SUB)
               MOVE 0 TO WS-ENT-TYPE-AMOUNT(WS-ENT-CUR WS-TYPE-SUB)
               MOVE 0 TO
                   WS-ENT-TYPE-CYCLE-COUNT(WS-ENT-CUR WS-TYPE-SUB)
           END-PERFORM.

      *****************************************************
      *  HOLD THE DETAIL IN SUSPENSE. IT IS NOT COUNTED,
      *  BUT ITS KEY GOES ON THE DUPLICATE SCREEN. A HELD
      *  OR RELEASED RECORD LEFT BY AN UNCOMMITTED CYCLE IS
      *  REPLACED; A SETTLED ONE NEVER REACHES HERE (THE
      *  EDIT PASS REJECTS THE DETAIL AS SUSF).
      *****************************************************
       2900-DIVERT-TO-SUSPENSE.
           PERFORM 2430-REGISTER-TRAN-KEY
           IF NOT WS-SUSP-REPLAY
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE SPACES TO SUSP-RECORD
               MOVE TRAN-KEY TO SUSP-TRAN-KEY
               MOVE "H" TO SUSP-STATUS
               MOVE WS-CYCLE-ID TO SUSP-ORIG-CYCLE-ID
               MOVE WS-WORK-ENTITY TO SUSP-ENTITY-CODE
               MOVE TRAN-TYPE-CODE TO SUSP-TYPE-CODE
               MOVE TRAN-AMOUNT TO SUSP-AMOUNT
               MOVE WS-THRS-LIMIT TO SUSP-THRESHOLD
               MOVE WS-TIMESTAMP TO SUSP-HELD-TIMESTAMP
               MOVE TRAN-RECORD TO SUSP-RECORD-IMAGE
               WRITE SUSP-RECORD
                   INVALID KEY
                       REWRITE SUSP-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               IF WS-SUSP-STATUS NOT = "00"
                   PERFORM 2905-REPORT-SUSPENSE-FAILURE
               END-IF
               ADD 1 TO WS-SUSPENDED-COUNT
               ADD TRAN-AMOUNT TO WS-SUSPENDED-AMOUNT
           END-IF.

       2905-REPORT-SUSPENSE-FAILURE.
           MOVE "SUSPFILE" TO WS-REG-FAIL-FILE
           MOVE SUSP-TRAN-KEY TO WS-REG-FAIL-KEY
           MOVE WS-SUSP-STATUS TO WS-REG-FAIL-STATUS
           PERFORM 9450-HANDLE-REGISTER-FAILURE.

       3000-WRITE-CHECKPOINT.
           PERFORM 8400-START-CHECKPOINT-TIMER
           MOVE SPACES TO CTL-ENTITY-CODE
           MOVE "COUNTER1" TO CTL-KEY-NAME
           MOVE WS-AREA-2 TO CTL-COUNTER

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-CYCLE-ID TO REST-RUN-ID
           MOVE WS-REST-ENTITY TO REST-ENTITY-CODE
           MOVE WS-LAST-TRAN-KEY TO REST-LAST-TRAN-KEY
           MOVE WS-AREA-2 TO REST-COUNTER-VALUE
           MOVE WS-AMOUNT-TOTAL TO REST-AMOUNT-TOTAL
           MOVE WS-TIMESTAMP TO REST-TIMESTAMP
           MOVE WS-TREG-POST-SEQ TO REST-POSTED-COUNT
           REWRITE REST-RECORD
               INVALID KEY
                   WRITE REST-RECORD
           END-REWRITE
           PERFORM 8450-STOP-CHECKPOINT-TIMER.

       3100-CLEAR-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-CYCLE-ID TO REST-RUN-ID
           MOVE WS-REST-ENTITY TO REST-ENTITY-CODE
           MOVE SPACES TO REST-LAST-TRAN-KEY
           MOVE WS-AREA-2 TO REST-COUNTER-VALUE
           MOVE WS-AMOUNT-TOTAL TO REST-AMOUNT-TOTAL
           MOVE WS-TIMESTAMP TO REST-TIMESTAMP
           MOVE WS-TREG-POST-SEQ TO REST-POSTED-COUNT
           REWRITE REST-RECORD
               INVALID KEY
                   WRITE REST-RECORD
           MOVE WS-AMOUNT-TOTAL TO HIST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO HIST-RETURN-CODE
           MOVE WS-TYPE-COUNT TO HIST-TYPE-COUNT
           MOVE WS-CYCLE-INCREMENT TO HIST-CYCLE-INCREMENT
           MOVE "N" TO HIST-BACKOUT-FLAG
           MOVE WS-BTCH-CONSUMED-COUNT TO HIST-BATCHES-CONSUMED
           MOVE WS-BTCH-REFUSED-COUNT TO HIST-BATCHES-REFUSED
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO
                   HIST-TYPE-TRAN-COUNT(WS-TYPE-SUB)
               MOVE WS-TYPE-AMOUNT(WS-TYPE-SUB) TO
                   HIST-TYPE-TRAN-AMOUNT(WS-TYPE-SUB)
               MOVE WS-TYPE-CYCLE-COUNT(WS-TYPE-SUB) TO
                   HIST-TYPE-CYCLE-COUNT(WS-TYPE-SUB)
           END-PERFORM
           WRITE HIST-RECORD.

           MOVE WS-ENT-AMOUNT(WS-ENT-SUB) TO HIST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO HIST-RETURN-CODE
           MOVE WS-TYPE-COUNT TO HIST-TYPE-COUNT
           MOVE WS-ENT-CYCLE-COUNT(WS-ENT-SUB) TO HIST-CYCLE-INCREMENT
           MOVE "N" TO HIST-BACKOUT-FLAG
           PERFORM 2770-COUNT-ENTITY-BATCHES
           MOVE WS-BTCH-ENT-CONSUMED TO HIST-BATCHES-CONSUMED
           MOVE WS-BTCH-ENT-REFUSED TO HIST-BATCHES-REFUSED
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO
                   HIST-TYPE-TRAN-COUNT(WS-TYPE-SUB)
               MOVE WS-ENT-TYPE-AMOUNT(WS-ENT-SUB WS-TYPE-SUB) TO
                   HIST-TYPE-TRAN-AMOUNT(WS-TYPE-SUB)
               MOVE WS-ENT-TYPE-CYCLE-COUNT(WS-ENT-SUB WS-TYPE-SUB)
                   TO HIST-TYPE-CYCLE-COUNT(WS-TYPE-SUB)
           END-PERFORM
           WRITE HIST-RECORD.

      *  SUPPLIED NO VALUE CHECK, SO ONLY THE COUNT IS
      *  COMPARED ON A COUNT-ONLY FEED. ON A RESUMED CYCLE
      *  THE AGGREGATE AMOUNT IS RESTORED FROM THE
      *  CHECKPOINT AND THE PER-ENTITY AMOUNTS ARE REBUILT
      *  FROM TRANREG (2090), SO BOTH ARE COMPARED IN FULL.
      *****************************************************
       6050-COMPARE-CONTROL-TOTAL.
           COMPUTE WS-DISCREPANCY-VARIANCE =
               WS-DISC-ACTUAL-CNT - CTOT-EXPECTED-COUNT
           IF CTOT-EXPECTED-AMOUNT = 0
               MOVE 0 TO WS-AMOUNT-VARIANCE
           ELSE
               COMPUTE WS-AMOUNT-VARIANCE =
           MOVE WS-DISC-ACTUAL-AMT TO DISC-ACTUAL-AMOUNT
           MOVE WS-AMOUNT-VARIANCE TO DISC-AMOUNT-VARIANCE
           WRITE DISC-RECORD
           CLOSE DISCREPANCY-FILE
           MOVE WS-CYCLE-ID TO WS-ALERT-CYCLE-ID
           MOVE "CNTRDISC" TO WS-ALERT-CODE
           MOVE WS-DISC-ENTITY TO WS-ALERT-ENTITY
           MOVE "CTOTFILE" TO WS-ALERT-KEY
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "CONTROL TOTAL DISCREPANCY FOR ENTITY "
                   DELIMITED BY SIZE
               WS-DISC-ENTITY DELIMITED BY SIZE
               " - SEE DISCFILE" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           PERFORM 8600-RAISE-ALERT.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               END-EVALUATE
           ELSE
               DISPLAY "MAINTENANCE REQUEST REJECTED - "
                   WS-AUTH-REFUSE-TEXT
               SET WS-RC-OVERRIDE TO TRUE
               MOVE WS-MAINT-REJECT-RC TO RETURN-CODE
           END-IF.

      *****************************************************
      *  SET AND ADJ ARE CHECKED AGAINST OPERAUTH; ANY
      *  OTHER ACTION CODE PASSES HERE AND IS REJECTED AS
      *  INVALID BY 5000.
      *****************************************************
       5100-VALIDATE-MAINT-REQUEST.
           MOVE "N" TO WS-MAINT-VALID-SW
           IF MAINT-ACTION-CODE = "SET" OR MAINT-ACTION-CODE = "ADJ"
               MOVE MAINT-ACTION-CODE TO WS-AUTH-ACTION
               MOVE SPACES TO WS-AUTH-ENTITY
               MOVE WS-CYCLE-ID TO WS-AUTH-REFERENCE
               MOVE MAINT-OPERATOR-ID TO WS-AUTH-MAKER
               MOVE MAINT-SIGNOFF-ID TO WS-AUTH-CHECKER
               PERFORM 5800-CHECK-AUTHORITY
               IF WS-AUTH-GRANTED
                   SET WS-MAINT-VALID TO TRUE
               END-IF
           ELSE
               SET WS-MAINT-VALID TO TRUE
           END-IF.

           END-IF.

       5610-APPLY-ONE-QUEUED-REQUEST.
           SET WS-AUTH-GRANTED TO TRUE
           IF WS-MQ-ACTION(WS-MNTQ-SUB) = "SET"
                   OR WS-MQ-ACTION(WS-MNTQ-SUB) = "ADJ"
               MOVE WS-MQ-ACTION(WS-MNTQ-SUB) TO WS-AUTH-ACTION
               MOVE SPACES TO WS-AUTH-ENTITY
               MOVE WS-CYCLE-ID TO WS-AUTH-REFERENCE
               MOVE WS-MQ-OPERATOR(WS-MNTQ-SUB) TO WS-AUTH-MAKER
               MOVE WS-MQ-SIGNOFF(WS-MNTQ-SUB) TO WS-AUTH-CHECKER
               PERFORM 5800-CHECK-AUTHORITY
           END-IF
           IF NOT WS-AUTH-GRANTED
               MOVE "R" TO WS-MQ-STATUS(WS-MNTQ-SUB)
               MOVE WS-CYCLE-ID TO WS-MQ-APPLIED-CYCLE(WS-MNTQ-SUB)
               MOVE WS-AUTH-REFUSE-TEXT TO
                   WS-MQ-DISPOSITION(WS-MNTQ-SUB)
               ADD 1 TO WS-MNTQ-REJECTED-COUNT
           ELSE
               EVALUATE WS-MQ-ACTION(WS-MNTQ-SUB)
               MOVE WS-MAINT-REJECT-RC TO RETURN-CODE
           END-IF.

      *****************************************************
      *  OPERATOR AUTHORITY CHECK FOR A MAKER/CHECKER
      *  REQUEST. THE MAKER MUST HOLD A CARD FOR THE ACTION
      *  WITH ROLE M OR B, THE CHECKER ONE WITH ROLE A OR
      *  B; EITHER CARD MUST COVER THE ENTITY AND BE IN ITS
      *  ACTIVE/EXPIRY WINDOW TODAY. A REFUSAL IS WRITTEN TO
      *  SECVFILE, A GRANT TO OPERLOG (ONE RECORD PER ID).
      *****************************************************
       5800-CHECK-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-TIMESTAMP
           MOVE WS-AUTH-TIMESTAMP(1:8) TO WS-AUTH-DATE
           MOVE "N" TO WS-AUTH-GRANTED-SW
           MOVE SPACES TO WS-AUTH-REFUSE-CODE
           MOVE SPACES TO WS-AUTH-REFUSE-TEXT
           IF NOT WS-OPAU-LOADED
               PERFORM 5810-LOAD-OPERATOR-AUTHORITY
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
                   PERFORM 5820-CHECK-ONE-OPERATOR
                   IF WS-AUTH-RESULT = "GRNT"
                       MOVE WS-AUTH-CHECKER TO WS-AUTH-OPERATOR
                       MOVE "A" TO WS-AUTH-ROLE
                       MOVE "SIGN-OFF ID" TO WS-AUTH-ROLE-WORD
                       PERFORM 5820-CHECK-ONE-OPERATOR
                   END-IF
                   IF WS-AUTH-RESULT = "GRNT"
                       SET WS-AUTH-GRANTED TO TRUE
                   ELSE
                       PERFORM 5827-SET-REFUSAL-TEXT
                   END-IF
           END-EVALUATE
           IF WS-AUTH-GRANTED
               PERFORM 5840-LOG-AUTHORITY-USE
           ELSE
               PERFORM 5830-LOG-SECURITY-VIOLATION
           END-IF.

       5810-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPAU-COUNT
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPAU-STATUS = "00"
               MOVE "N" TO WS-OPAU-EOF-SW
               PERFORM UNTIL WS-OPAU-EOF
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-OPAU-EOF TO TRUE
                       NOT AT END
                           PERFORM 5815-STORE-AUTHORITY-CARD
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               CLOSE OPERATOR-AUTH-FILE
           END-IF
           SET WS-OPAU-LOADED TO TRUE.

       5815-STORE-AUTHORITY-CARD.
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
       5820-CHECK-ONE-OPERATOR.
           MOVE "NOAU" TO WS-AUTH-RESULT
           PERFORM VARYING WS-OPAU-SUB FROM 1 BY 1
                   UNTIL WS-OPAU-SUB > WS-OPAU-COUNT
                      OR WS-AUTH-RESULT = "GRNT"
               IF WS-OPAU-OPERATOR(WS-OPAU-SUB) = WS-AUTH-OPERATOR
                       AND WS-OPAU-ACTION(WS-OPAU-SUB) = WS-AUTH-ACTION
                       AND (WS-OPAU-ROLE(WS-OPAU-SUB) = WS-AUTH-ROLE
                        OR WS-OPAU-ROLE(WS-OPAU-SUB) = "B")
                   PERFORM 5825-RATE-AUTHORITY-CARD
               END-IF
           END-PERFORM.

       5825-RATE-AUTHORITY-CARD.
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

       5827-SET-REFUSAL-TEXT.
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

       5830-LOG-SECURITY-VIOLATION.
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

       5840-LOG-AUTHORITY-USE.
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

       7100-WRITE-INTERFACE-RECORD.
           OPEN EXTEND INTERFACE-FILE
           IF WS-XTRAC-STATUS = "05" OR WS-XTRAC-STATUS = "35"
               OPEN OUTPUT INTERFACE-FILE
           END-IF
           IF WS-XTRAC-STATUS = "00"
               PERFORM 7150-WRITE-AGGREGATE-EXTRACT
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-COUNT
                   PERFORM 7160-WRITE-ENTITY-EXTRACT
               END-PERFORM
               CLOSE INTERFACE-FILE
           END-IF
           IF WS-XTRAC-STATUS NOT = "00"
               PERFORM 9400-HANDLE-INTERFACE-FAILURE
               MOVE "CNTRUNAK" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-KEY
               PERFORM 7395-HOLD-ALERT-CONDITIONS
           ELSE
               PERFORM 7200-CHECK-ACKNOWLEDGMENTS
           END-IF.
           MOVE WS-AREA-2 TO XTRAC-FINAL-COUNTER
           MOVE WS-AMOUNT-TOTAL TO XTRAC-TOTAL-AMOUNT
           MOVE WS-TYPE-COUNT TO XTRAC-TYPE-COUNT
           MOVE "N" TO XTRAC-BACKOUT-FLAG
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO
           MOVE WS-ENT-COUNTER(WS-ENT-SUB) TO XTRAC-FINAL-COUNTER
           MOVE WS-ENT-AMOUNT(WS-ENT-SUB) TO XTRAC-TOTAL-AMOUNT
           MOVE WS-TYPE-COUNT TO XTRAC-TYPE-COUNT
           MOVE "N" TO XTRAC-BACKOUT-FLAG
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO
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
                   " EXTRACT(S) PAST GRACE WITHOUT ACKNOWLEDGMENT"
           END-IF.

      *****************************************************
      *  A REVERSING EXTRACT (FLAG R) IS MATCHED ONLY TO AN
      *  R ACKNOWLEDGMENT OF ITS CYCLE, ANY OTHER EXTRACT
      *  ONLY TO AN ORDINARY ONE. ITS CONDITION IS RAISED
      *  UNDER THE CYCLE ID SUFFIXED " R" SO IT CLEARS
      *  APART FROM THE ORIGINAL'S.
      *****************************************************
       7210-CHECK-ONE-EXTRACT.
           IF XTRAC-RUN-DATE < WS-RUN-DATE
               IF XTRAC-BACKOUT-FLAG = "R"
                   MOVE "R" TO WS-XACK-WANTED-FLAG
               ELSE
                   MOVE "N" TO WS-XACK-WANTED-FLAG
               END-IF
               MOVE "N" TO WS-XACK-FOUND-SW
               PERFORM VARYING WS-XACK-SUB FROM 1 BY 1
                       UNTIL WS-XACK-SUB > WS-XACK-COUNT
                   IF WS-XACK-CYCLE-ID(WS-XACK-SUB) =
                           XTRAC-CYCLE-ID
                           AND WS-XACK-FLAG(WS-XACK-SUB) =
                               WS-XACK-WANTED-FLAG
                       SET WS-XACK-FOUND TO TRUE
                       MOVE WS-XACK-COUNT TO WS-XACK-SUB
                   END-IF
               END-PERFORM
               IF NOT WS-XACK-FOUND
                   ADD 1 TO WS-UNACKED-COUNT
                   MOVE WS-CYCLE-ID TO WS-ALERT-CYCLE-ID
                   MOVE "CNTRUNAK" TO WS-ALERT-CODE
                   MOVE XTRAC-ENTITY-CODE TO WS-ALERT-ENTITY
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "N" TO WS-ALERT-PAGE
                   MOVE SPACES TO WS-ALERT-KEY
                   MOVE SPACES TO WS-ALERT-TEXT
                   IF WS-XACK-WANTED-FLAG = "R"
                       DISPLAY "CNTRPROC: REVERSING EXTRACT "
                           XTRAC-CYCLE-ID
                           " NOT ACKNOWLEDGED BY DOWNSTREAM"
                       STRING XTRAC-CYCLE-ID DELIMITED BY SIZE
                           " R" DELIMITED BY SIZE
                           INTO WS-ALERT-KEY
                       STRING "REVERSING EXTRACT " DELIMITED BY SIZE
                           XTRAC-CYCLE-ID DELIMITED BY SIZE
                           " NOT ACKNOWLEDGED BY DOWNSTREAM"
                               DELIMITED BY SIZE
                           INTO WS-ALERT-TEXT
                   ELSE
                       DISPLAY "CNTRPROC: EXTRACT " XTRAC-CYCLE-ID
                           " NOT ACKNOWLEDGED BY DOWNSTREAM"
                       MOVE XTRAC-CYCLE-ID TO WS-ALERT-KEY
                       STRING "EXTRACT " DELIMITED BY SIZE
                           XTRAC-CYCLE-ID DELIMITED BY SIZE
                           " NOT ACKNOWLEDGED BY DOWNSTREAM"
                               DELIMITED BY SIZE
                           INTO WS-ALERT-TEXT
                   END-IF
                   PERFORM 8600-RAISE-ALERT
               END-IF
           END-IF.

                   "NOT AVAILABLE - STATUS " WS-HIST-STATUS
               MOVE WS-INTERFACE-FAIL-RC TO RETURN-CODE
           ELSE
               PERFORM 7330-LOAD-REVERSING-EXTRACTS
               OPEN EXTEND INTERFACE-FILE
               IF WS-XTRAC-STATUS = "05" OR WS-XTRAC-STATUS = "35"
                   OPEN OUTPUT INTERFACE-FILE
                       PERFORM 7310-RETRANSMIT-ONE-CYCLE
               END-READ
           END-PERFORM
           PERFORM VARYING WS-XREV-SUB FROM 1 BY 1
                   UNTIL WS-XREV-SUB > WS-XREV-COUNT
               PERFORM 7340-RETRANSMIT-ONE-REVERSAL
           END-PERFORM
           IF WS-XTRAC-STATUS NOT = "00"
               DISPLAY "CNTRPROC: RETRANSMIT WRITE FAILED - "
                   "STATUS " WS-XTRAC-STATUS
               MOVE HIST-COUNTER-VALUE TO XTRAC-FINAL-COUNTER
               MOVE HIST-TOTAL-AMOUNT TO XTRAC-TOTAL-AMOUNT
               MOVE HIST-TYPE-COUNT TO XTRAC-TYPE-COUNT
               IF HIST-BACKED-OUT
                   MOVE "B" TO XTRAC-BACKOUT-FLAG
                   MOVE HIST-BACKOUT-DATE TO XTRAC-BACKOUT-DATE
               ELSE
                   MOVE "N" TO XTRAC-BACKOUT-FLAG
               END-IF
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > HIST-TYPE-COUNT
                   MOVE HIST-TYPE-CODE(WS-TYPE-SUB) TO
               ADD 1 TO WS-XMIT-WRITTEN-COUNT
           END-IF.

      *****************************************************
      *  A REVERSING EXTRACT CANNOT BE REGENERATED FROM
      *  RUNHIST - ITS FINAL COUNTER IS THE COUNTER AS IT
      *  STOOD AFTER THE BACK-OUT - SO THE REVERSING
      *  RECORDS OF THE REQUESTED CYCLE(S) ARE TAKEN FROM
      *  XTRACFIL ITSELF BEFORE IT IS OPENED FOR APPEND,
      *  THE LATEST PER CYCLE AND ENTITY, AND RE-SENT AFTER
      *  THE RUNHIST RECORDS.
      *****************************************************
       7330-LOAD-REVERSING-EXTRACTS.
           MOVE 0 TO WS-XREV-COUNT
           OPEN INPUT INTERFACE-FILE
           IF WS-XTRAC-STATUS = "00"
               MOVE "N" TO WS-XTRAC-EOF-SW
               PERFORM UNTIL WS-XTRAC-EOF
                   READ INTERFACE-FILE
                       AT END
                           SET WS-XTRAC-EOF TO TRUE
                       NOT AT END
                           IF XTRAC-BACKOUT-FLAG = "R"
                               PERFORM 7335-STORE-REVERSING-EXTRACT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INTERFACE-FILE.

       7335-STORE-REVERSING-EXTRACT.
           IF XTRAC-CYCLE-ID = XMIT-CYCLE-ID
                   OR (XMIT-CYCLE-ID(9:3) = SPACES
                       AND XTRAC-CYCLE-ID(1:8) = XMIT-CYCLE-ID(1:8))
               MOVE 0 TO WS-XREV-CUR
               PERFORM VARYING WS-XREV-SUB FROM 1 BY 1
                       UNTIL WS-XREV-SUB > WS-XREV-COUNT
                   IF WS-XREV-CYCLE-ID(WS-XREV-SUB) = XTRAC-CYCLE-ID
                           AND WS-XREV-ENTITY(WS-XREV-SUB) =
                               XTRAC-ENTITY-CODE
                       MOVE WS-XREV-SUB TO WS-XREV-CUR
                       MOVE WS-XREV-COUNT TO WS-XREV-SUB
                   END-IF
               END-PERFORM
               IF WS-XREV-CUR = 0
                   IF WS-XREV-COUNT < 110
                       ADD 1 TO WS-XREV-COUNT
                       MOVE WS-XREV-COUNT TO WS-XREV-CUR
                   ELSE
                       DISPLAY "CNTRPROC: MORE THAN 110 REVERSING "
                           "EXTRACTS MATCH - " XTRAC-CYCLE-ID " "
                           XTRAC-ENTITY-CODE " NOT RETRANSMITTED"
                   END-IF
               END-IF
               IF WS-XREV-CUR > 0
                   MOVE XTRAC-CYCLE-ID TO
                       WS-XREV-CYCLE-ID(WS-XREV-CUR)
                   MOVE XTRAC-ENTITY-CODE TO
                       WS-XREV-ENTITY(WS-XREV-CUR)
                   MOVE XTRAC-RECORD TO WS-XREV-IMAGE(WS-XREV-CUR)
               END-IF
           END-IF.

       7340-RETRANSMIT-ONE-REVERSAL.
           MOVE WS-XREV-IMAGE(WS-XREV-SUB) TO XTRAC-RECORD
           WRITE XTRAC-RECORD
           ADD 1 TO WS-XMIT-WRITTEN-COUNT.

      *****************************************************
      *  A FAILED RETRANSMISSION IS RAISED UNDER THE CYCLE
      *  (OR DATE) REQUESTED; A GOOD ONE CLEARS ONLY THAT
      *  REQUEST'S CONDITION, NOT ONE LEFT BY A RETRANSMIT
      *  OF SOME OTHER CYCLE.
      *****************************************************
       7390-ALERT-RETRANSMIT-RESULT.
           MOVE XMIT-CYCLE-ID TO WS-ALERT-CYCLE-ID
           MOVE "CNTRXMIT" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE XMIT-CYCLE-ID TO WS-ALERT-KEY
           IF RETURN-CODE NOT = 0
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "N" TO WS-ALERT-PAGE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "RETRANSMIT OF EXTRACT " DELIMITED BY SIZE
                   XMIT-CYCLE-ID DELIMITED BY SIZE
                   " FAILED - SEE JOB LOG" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 8600-RAISE-ALERT
           END-IF
           PERFORM 7395-HOLD-ALERT-CONDITIONS.

      *****************************************************
      *  KEEPS OPEN, PAST THIS RUN'S END-OF-RUN CLEARING,
      *  EVERY CONDITION OF CODE WS-ALERT-CODE WHOSE KEY IS
      *  NOT WS-ALERT-KEY - CONDITIONS THE RUN DID NOT LOOK
      *  AT AND SO CANNOT SAY HAVE CLEARED.
      *****************************************************
       7395-HOLD-ALERT-CONDITIONS.
           IF NOT WS-ALERT-LOADED
               PERFORM 8610-LOAD-ALERT-TABLES
           END-IF
           PERFORM VARYING WS-ALST-SUB FROM 1 BY 1
                   UNTIL WS-ALST-SUB > WS-ALST-COUNT
               IF WS-ALST-PROGRAM(WS-ALST-SUB) = WS-ALERT-PROGRAM
                       AND WS-ALST-CODE(WS-ALST-SUB) = WS-ALERT-CODE
                       AND WS-ALST-KEY(WS-ALST-SUB) NOT = WS-ALERT-KEY
                       AND WS-ALST-STATE(WS-ALST-SUB) = "O"
                   MOVE "S" TO WS-ALST-STATE(WS-ALST-SUB)
               END-IF
           END-PERFORM.

      *****************************************************
      *  GENERAL-LEDGER JOURNAL. BUILT FROM THE CYCLE'S
      *  PER-ENTITY, PER-TYPE VALUES ONCE RECONCILIATION HAS
      *  WRITTEN ANY DISCREPANCY, SO AN ENTITY THAT FAILED
      *  ITS CONTROL TOTAL OR LACKS A MAPPING IS HELD BACK
      *  RATHER THAN POSTED. A RESUMED CYCLE'S SPLITS ARE
      *  REBUILT FROM TRANREG (2090) AND POST AS ANY OTHER.
      *  THE JOURNAL IS WRITTEN EVEN WHEN EVERY ENTITY IS
      *  HELD, SO THE LEDGER SEES EACH CYCLE.
      *****************************************************
       7500-WRITE-GL-JOURNAL.
           PERFORM 7510-LOAD-GL-ACCOUNTS
           MOVE SPACES TO WS-GL-HOLD-TABLE
           PERFORM 7520-CHECK-GL-DISCREPANCIES
           IF WS-ENT-OVERFLOW
                   AND WS-GL-HOLD-REASON(WS-GL-UNSCOPED) = SPACES
               MOVE "EOVF" TO WS-GL-HOLD-REASON(WS-GL-UNSCOPED)
               MOVE "INCLUDES ENTITIES BEYOND THE ENTITY TABLE"
                   TO WS-GL-HOLD-TEXT(WS-GL-UNSCOPED)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND GL-JOURNAL-FILE
           IF WS-GLJ-STATUS = "05" OR WS-GLJ-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           OPEN EXTEND GL-HOLD-FILE
           IF WS-GLHD-STATUS = "05" OR WS-GLHD-STATUS = "35"
               OPEN OUTPUT GL-HOLD-FILE
           END-IF
           MOVE SPACES TO GLJ-HEADER-REC
           MOVE "H" TO GLJ-HDR-REC-TYPE
           MOVE WS-CYCLE-ID TO GLJ-HDR-CYCLE-ID
           MOVE WS-BUSINESS-DATE TO GLJ-HDR-BUSINESS-DATE
           MOVE WS-RUN-DATE TO GLJ-HDR-RUN-DATE
           MOVE WS-RUN-ID TO GLJ-HDR-JOB-NAME
           MOVE WS-TIMESTAMP TO GLJ-HDR-TIMESTAMP
           WRITE GLJ-HEADER-REC

           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-COUNT
               MOVE WS-ENT-SUB TO WS-GL-SUB
               MOVE WS-ENT-CODE(WS-ENT-SUB) TO WS-GL-ENTITY
               PERFORM 7540-CHECK-GL-MAPPING
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   MOVE WS-ENT-TYPE-AMOUNT(WS-ENT-SUB WS-TYPE-SUB)
                       TO WS-GL-AMOUNT
                   PERFORM 7550-POST-OR-HOLD-AMOUNT
               END-PERFORM
           END-PERFORM
           MOVE WS-GL-UNSCOPED TO WS-GL-SUB
           MOVE SPACES TO WS-GL-ENTITY
           PERFORM 7540-CHECK-GL-MAPPING
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               PERFORM 7530-COMPUTE-UNSCOPED-AMOUNT
               PERFORM 7550-POST-OR-HOLD-AMOUNT
           END-PERFORM

           MOVE SPACES TO GLJ-TRAILER-REC
           MOVE "T" TO GLJ-TRL-REC-TYPE
           MOVE WS-CYCLE-ID TO GLJ-TRL-CYCLE-ID
           MOVE WS-GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           MOVE WS-GL-HELD-COUNT TO GLJ-TRL-HELD-COUNT
           MOVE WS-GL-HELD-AMOUNT TO GLJ-TRL-HELD-AMOUNT
           WRITE GLJ-TRAILER-REC
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-HOLD-FILE
           DISPLAY "CNTRPROC: GL JOURNAL LINES " WS-GL-LINE-COUNT
               " HELD " WS-GL-HELD-COUNT.

       7510-LOAD-GL-ACCOUNTS.
           MOVE 0 TO WS-GLAC-COUNT
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLAC-STATUS = "00"
               MOVE "N" TO WS-GLAC-EOF-SW
               PERFORM UNTIL WS-GLAC-EOF
                   READ GL-ACCOUNT-FILE
                       AT END
                           SET WS-GLAC-EOF TO TRUE
                       NOT AT END
                           PERFORM 7515-STORE-GL-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           ELSE
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       7515-STORE-GL-ACCOUNT.
           IF GLAC-TYPE-CODE = SPACES
               CONTINUE
           ELSE
               IF WS-GLAC-COUNT < 100
                   ADD 1 TO WS-GLAC-COUNT
                   MOVE GLAC-TYPE-CODE TO WS-GLAC-TYPE(WS-GLAC-COUNT)
                   MOVE GLAC-ENTITY-CODE TO
                       WS-GLAC-ENTITY(WS-GLAC-COUNT)
                   MOVE GLAC-DEBIT-ACCOUNT TO
                       WS-GLAC-DEBIT(WS-GLAC-COUNT)
                   MOVE GLAC-CREDIT-ACCOUNT TO
                       WS-GLAC-CREDIT(WS-GLAC-COUNT)
                   MOVE GLAC-DESCRIPTION TO
                       WS-GLAC-DESC(WS-GLAC-COUNT)
               ELSE
                   DISPLAY "CNTRPROC: GLACCT EXCEEDS 100 CARDS - "
                       "CARD IGNORED " GLAC-TYPE-CODE " "
                       GLAC-ENTITY-CODE
               END-IF
           END-IF.

       7520-CHECK-GL-DISCREPANCIES.
           OPEN INPUT DISCREPANCY-FILE
           IF WS-DISC-STATUS = "00"
               MOVE "N" TO WS-GL-DISC-EOF-SW
               PERFORM UNTIL WS-GL-DISC-EOF
                   READ DISCREPANCY-FILE
                       AT END
                           SET WS-GL-DISC-EOF TO TRUE
                       NOT AT END
                           IF DISC-RUN-ID = WS-CYCLE-ID
                               PERFORM 7525-HOLD-FOR-DISCREPANCY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCREPANCY-FILE
           ELSE
               CLOSE DISCREPANCY-FILE
           END-IF.

       7525-HOLD-FOR-DISCREPANCY.
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-UNSCOPED
               IF WS-GL-HOLD-REASON(WS-GL-SUB) = SPACES
                   IF DISC-ENTITY-CODE = "ALL"
                           OR (WS-GL-SUB NOT > WS-ENT-COUNT
                               AND DISC-ENTITY-CODE =
                                   WS-ENT-CODE(WS-GL-SUB))
                       MOVE "DISC" TO WS-GL-HOLD-REASON(WS-GL-SUB)
                       STRING "CONTROL-TOTAL DISCREPANCY ENTITY "
                               DISC-ENTITY-CODE
                           DELIMITED BY SIZE
                           INTO WS-GL-HOLD-TEXT(WS-GL-SUB)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       7530-COMPUTE-UNSCOPED-AMOUNT.
           MOVE WS-TYPE-AMOUNT(WS-TYPE-SUB) TO WS-GL-AMOUNT
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-COUNT
               SUBTRACT WS-ENT-TYPE-AMOUNT(WS-ENT-SUB WS-TYPE-SUB)
                   FROM WS-GL-AMOUNT
           END-PERFORM.

       7540-CHECK-GL-MAPPING.
           IF WS-GL-HOLD-REASON(WS-GL-SUB) = SPACES
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                          OR WS-GL-HOLD-REASON(WS-GL-SUB) NOT = SPACES
                   IF WS-GL-SUB = WS-GL-UNSCOPED
                       PERFORM 7530-COMPUTE-UNSCOPED-AMOUNT
                   ELSE
                       MOVE WS-ENT-TYPE-AMOUNT(WS-GL-SUB WS-TYPE-SUB)
                           TO WS-GL-AMOUNT
                   END-IF
                   IF WS-GL-AMOUNT > 0
                       PERFORM 7560-RESOLVE-GL-ACCOUNT
                       IF NOT WS-GL-MAPPED
                           MOVE "NMAP" TO
                               WS-GL-HOLD-REASON(WS-GL-SUB)
                           STRING "NO GL ACCOUNT MAPPING FOR TYPE "
                                   WS-TYPE-CODE(WS-TYPE-SUB)
                               DELIMITED BY SIZE
                               INTO WS-GL-HOLD-TEXT(WS-GL-SUB)
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       7550-POST-OR-HOLD-AMOUNT.
           IF WS-GL-AMOUNT > 0
               IF WS-GL-HOLD-REASON(WS-GL-SUB) = SPACES
                   PERFORM 7560-RESOLVE-GL-ACCOUNT
                   PERFORM 7570-WRITE-JOURNAL-PAIR
               ELSE
                   PERFORM 7580-WRITE-GL-HOLD
               END-IF
           END-IF.

      *****************************************************
      *  A GLACCT CARD NAMING THE ENTITY WINS OVER THE
      *  DEFAULT CARD (BLANK ENTITY) FOR THE SAME TYPE.
      *****************************************************
       7560-RESOLVE-GL-ACCOUNT.
           MOVE "N" TO WS-GL-MAPPED-SW
           PERFORM VARYING WS-GLAC-SUB FROM 1 BY 1
                   UNTIL WS-GLAC-SUB > WS-GLAC-COUNT
               IF WS-GLAC-TYPE(WS-GLAC-SUB) =
                       WS-TYPE-CODE(WS-TYPE-SUB)
                   IF WS-GLAC-ENTITY(WS-GLAC-SUB) = WS-GL-ENTITY
                           OR (WS-GLAC-ENTITY(WS-GLAC-SUB) = SPACES
                               AND NOT WS-GL-MAPPED)
                       SET WS-GL-MAPPED TO TRUE
                       MOVE WS-GLAC-DEBIT(WS-GLAC-SUB) TO
                           WS-GL-DEBIT-ACCOUNT
                       MOVE WS-GLAC-CREDIT(WS-GLAC-SUB) TO
                           WS-GL-CREDIT-ACCOUNT
                       MOVE WS-GLAC-DESC(WS-GLAC-SUB) TO
                           WS-GL-DESCRIPTION
                   END-IF
               END-IF
           END-PERFORM.

       7570-WRITE-JOURNAL-PAIR.
           MOVE SPACES TO GLJ-RECORD
           MOVE "D" TO GLJ-REC-TYPE
           MOVE WS-CYCLE-ID TO GLJ-CYCLE-ID
           MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE
           MOVE WS-GL-ENTITY TO GLJ-ENTITY-CODE
           MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO GLJ-TYPE-CODE
           MOVE WS-GL-AMOUNT TO GLJ-AMOUNT
           MOVE WS-GL-DESCRIPTION TO GLJ-DESCRIPTION
           ADD 1 TO WS-GL-LINE-COUNT
           MOVE WS-GL-LINE-COUNT TO GLJ-LINE-NO
           MOVE WS-GL-DEBIT-ACCOUNT TO GLJ-ACCOUNT
           MOVE "D" TO GLJ-DR-CR-FLAG
           WRITE GLJ-RECORD
           ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ADD 1 TO WS-GL-LINE-COUNT
           MOVE WS-GL-LINE-COUNT TO GLJ-LINE-NO
           MOVE WS-GL-CREDIT-ACCOUNT TO GLJ-ACCOUNT
           MOVE "C" TO GLJ-DR-CR-FLAG
           WRITE GLJ-RECORD
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL.

       7580-WRITE-GL-HOLD.
           MOVE SPACES TO GLHD-RECORD
           MOVE WS-CYCLE-ID TO GLHD-CYCLE-ID
           MOVE WS-GL-ENTITY TO GLHD-ENTITY-CODE
           MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO GLHD-TYPE-CODE
           MOVE WS-GL-AMOUNT TO GLHD-AMOUNT
           MOVE WS-GL-HOLD-REASON(WS-GL-SUB) TO GLHD-REASON-CODE
           MOVE WS-GL-HOLD-TEXT(WS-GL-SUB) TO GLHD-REASON-TEXT
           MOVE WS-TIMESTAMP TO GLHD-TIMESTAMP
           WRITE GLHD-RECORD
           ADD 1 TO WS-GL-HELD-COUNT
           ADD WS-GL-AMOUNT TO WS-GL-HELD-AMOUNT.

      *****************************************************
      *  PHASE TIMING (SEE TMLGREC). THE CALLER NAMES THE
      *  PHASE IN WS-TM-PHASE-NAME BEFORE 8100 AND LEAVES
      *  THE RECORDS IT HANDLED IN WS-TM-PHASE-RECORDS
      *  BEFORE 8150. PHASES BEYOND THE TENTH ARE NOT
      *  TIMED.
      *****************************************************
       8100-START-PHASE.
           MOVE 0 TO WS-TM-CUR
           IF WS-TM-COUNT < 10
               ADD 1 TO WS-TM-COUNT
               MOVE WS-TM-COUNT TO WS-TM-CUR
               MOVE WS-TM-PHASE-NAME TO WS-TM-PHASE(WS-TM-CUR)
               MOVE FUNCTION CURRENT-DATE TO WS-TM-START(WS-TM-CUR)
               MOVE SPACES TO WS-TM-END(WS-TM-CUR)
               MOVE 0 TO WS-TM-ELAPSED(WS-TM-CUR)
               MOVE 0 TO WS-TM-RECORDS(WS-TM-CUR)
           END-IF.

       8150-END-PHASE.
           IF WS-TM-CUR > 0
               MOVE FUNCTION CURRENT-DATE TO WS-TM-END(WS-TM-CUR)
               MOVE WS-TM-PHASE-RECORDS TO WS-TM-RECORDS(WS-TM-CUR)
               MOVE WS-TM-START(WS-TM-CUR) TO WS-TM-STAMP
               PERFORM 8200-COMPUTE-STAMP-CS
               MOVE WS-TM-STAMP-CS TO WS-TM-START-CS
               MOVE WS-TM-END(WS-TM-CUR) TO WS-TM-STAMP
               PERFORM 8200-COMPUTE-STAMP-CS
               COMPUTE WS-TM-ELAPSED(WS-TM-CUR) =
                   WS-TM-STAMP-CS - WS-TM-START-CS
               MOVE 0 TO WS-TM-CUR
           END-IF
           MOVE 0 TO WS-TM-PHASE-RECORDS.

      *****************************************************
      *  CONVERT A YYYYMMDDHHMMSSCC CLOCK STAMP IN
      *  WS-TM-STAMP TO HUNDREDTHS OF A SECOND SINCE THE
      *  INTEGER-OF-DATE EPOCH, SO TWO STAMPS SUBTRACT
      *  ACROSS MIDNIGHT.
      *****************************************************
       8200-COMPUTE-STAMP-CS.
           COMPUTE WS-TM-STAMP-CS =
               FUNCTION INTEGER-OF-DATE(WS-TM-STAMP-DATE) * 8640000
               + WS-TM-STAMP-HH * 360000
               + WS-TM-STAMP-MI * 6000
               + WS-TM-STAMP-SS * 100
               + WS-TM-STAMP-CC.

      *****************************************************
      *  APPEND THE PHASE TIMINGS AND THE CYCLE RECORD TO
      *  TIMELOG. A TIMELOG THAT CANNOT BE OPENED IS
      *  REPORTED BUT DOES NOT FAIL THE CYCLE.
      *****************************************************
       8300-WRITE-TIMING-LOG.
           OPEN EXTEND TIMING-LOG-FILE
           IF WS-TMLG-STATUS = "05" OR WS-TMLG-STATUS = "35"
               OPEN OUTPUT TIMING-LOG-FILE
           END-IF
           IF WS-TMLG-STATUS = "00"
               PERFORM VARYING WS-TM-SUB FROM 1 BY 1
                       UNTIL WS-TM-SUB > WS-TM-COUNT
                   PERFORM 8350-WRITE-PHASE-RECORD
               END-PERFORM
               PERFORM 8360-WRITE-CYCLE-RECORD
               CLOSE TIMING-LOG-FILE
           ELSE
               DISPLAY "CNTRPROC: TIMELOG NOT WRITTEN - STATUS "
                   WS-TMLG-STATUS
           END-IF.

       8350-WRITE-PHASE-RECORD.
           MOVE SPACES TO TMLG-RECORD
           SET TMLG-PHASE-RECORD TO TRUE
           MOVE WS-TM-PHASE(WS-TM-SUB) TO TMLG-PHASE
           MOVE WS-TM-START(WS-TM-SUB) TO TMLG-START-TIME
           MOVE WS-TM-END(WS-TM-SUB) TO TMLG-END-TIME
           MOVE WS-TM-ELAPSED(WS-TM-SUB) TO TMLG-ELAPSED-CS
           MOVE WS-TM-RECORDS(WS-TM-SUB) TO TMLG-RECORD-COUNT
           PERFORM 8370-FILL-CYCLE-FIELDS
           WRITE TMLG-RECORD.

       8360-WRITE-CYCLE-RECORD.
           MOVE SPACES TO TMLG-RECORD
           SET TMLG-CYCLE-RECORD TO TRUE
           MOVE "CYCLE" TO TMLG-PHASE
           MOVE WS-RAW-CURRENT-DATE-TIME(1:16) TO TMLG-START-TIME
           MOVE FUNCTION CURRENT-DATE TO TMLG-END-TIME
           MOVE TMLG-START-TIME TO WS-TM-STAMP
           PERFORM 8200-COMPUTE-STAMP-CS
           MOVE WS-TM-STAMP-CS TO WS-TM-START-CS
           MOVE TMLG-END-TIME TO WS-TM-STAMP
           PERFORM 8200-COMPUTE-STAMP-CS
           COMPUTE TMLG-ELAPSED-CS = WS-TM-STAMP-CS - WS-TM-START-CS
           COMPUTE TMLG-RECORD-COUNT = WS-ACCEPTED-COUNT
               + WS-REJECTED-COUNT + WS-SUSPENDED-COUNT
           PERFORM 8370-FILL-CYCLE-FIELDS
           WRITE TMLG-RECORD.

       8370-FILL-CYCLE-FIELDS.
           MOVE WS-CYCLE-ID TO TMLG-CYCLE-ID
           MOVE WS-BUSINESS-DATE TO TMLG-BUSINESS-DATE
           MOVE WS-CAL-DAY-TYPE TO TMLG-DAY-TYPE
           MOVE WS-CAL-PERIOD-END TO TMLG-PERIOD-END-FLAG
           MOVE RETURN-CODE TO TMLG-RETURN-CODE
           MOVE WS-CHECKPOINT-INTERVAL TO TMLG-CHECKPOINT-INTERVAL.

      *****************************************************
      *  CHECKPOINT TIMING. EVERY 3000 CHECKPOINT IS TIMED
      *  ON ITS OWN; THE COUNT, THE SUM OF THEIR ELAPSED
      *  TIME, THE FIRST START AND THE LAST END BECOME THE
      *  CHECKPT PHASE ENTRY WHEN COUNTING ENDS (ZERO WHEN
      *  NO CHECKPOINT WAS TAKEN).
      *****************************************************
       8400-START-CHECKPOINT-TIMER.
           MOVE FUNCTION CURRENT-DATE TO WS-CK-START
           IF WS-CK-COUNT = 0
               MOVE WS-CK-START TO WS-CK-FIRST-START
           END-IF.

       8450-STOP-CHECKPOINT-TIMER.
           MOVE FUNCTION CURRENT-DATE TO WS-CK-LAST-END
           MOVE WS-CK-START TO WS-TM-STAMP
           PERFORM 8200-COMPUTE-STAMP-CS
           MOVE WS-TM-STAMP-CS TO WS-TM-START-CS
           MOVE WS-CK-LAST-END TO WS-TM-STAMP
           PERFORM 8200-COMPUTE-STAMP-CS
           COMPUTE WS-CK-ELAPSED = WS-CK-ELAPSED
               + WS-TM-STAMP-CS - WS-TM-START-CS
           ADD 1 TO WS-CK-COUNT.

       8500-RECORD-CHECKPOINT-PHASE.
           MOVE "CHECKPT" TO WS-TM-PHASE-NAME
           PERFORM 8100-START-PHASE
           IF WS-TM-CUR > 0
               IF WS-CK-COUNT > 0
                   MOVE WS-CK-FIRST-START TO WS-TM-START(WS-TM-CUR)
                   MOVE WS-CK-LAST-END TO WS-TM-END(WS-TM-CUR)
               ELSE
                   MOVE WS-TM-START(WS-TM-CUR) TO
                       WS-TM-END(WS-TM-CUR)
               END-IF
               MOVE WS-CK-ELAPSED TO WS-TM-ELAPSED(WS-TM-CUR)
               MOVE WS-CK-COUNT TO WS-TM-RECORDS(WS-TM-CUR)
               MOVE 0 TO WS-TM-CUR
           END-IF.

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

      *****************************************************
      *  A CYCLE THAT ENDS WITH A NON-ZERO RETURN CODE IS
      *  RAISED UNDER THAT CODE, SO A CHANGE OF CODE CLEARS
      *  THE OLD CONDITION AND RAISES THE NEW ONE.
      *****************************************************
       8700-RAISE-RETURN-CODE-ALERT.
           MOVE RETURN-CODE TO WS-ALERT-RC
           MOVE WS-CYCLE-ID TO WS-ALERT-CYCLE-ID
           MOVE "CNTRRETC" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-ENTITY
           MOVE SPACES TO WS-ALERT-KEY
           STRING "RC " DELIMITED BY SIZE
               WS-ALERT-RC DELIMITED BY SIZE
               INTO WS-ALERT-KEY
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "N" TO WS-ALERT-PAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "CYCLE " DELIMITED BY SIZE
               WS-CYCLE-ID DELIMITED BY SIZE
               " ENDED WITH RETURN CODE " DELIMITED BY SIZE
               WS-ALERT-RC DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AREA-1 DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           PERFORM 8600-RAISE-ALERT.

      *****************************************************
      *  EVERY EXCPFILE HANDLER ALSO RAISES ITS CONDITION ON
      *  THE ALERT FEED (CODE, KEY, SEVERITY AND PAGE SET BY
      *  THE HANDLER, TEXT = THE EXCEPTION REASON).
      *****************************************************
       9050-RAISE-HANDLER-ALERT.
           MOVE WS-CYCLE-ID TO WS-ALERT-CYCLE-ID
           MOVE SPACES TO WS-ALERT-ENTITY
           PERFORM 8600-RAISE-ALERT.

       9100-HANDLE-OVERFLOW.
           DISPLAY "ERROR: WS-AREA-2 exceeded maximum value!"
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           MOVE "COUNTER EXCEEDED MAXIMUM VALUE" TO EXCP-REASON
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTROVFL" TO WS-ALERT-CODE
           MOVE "COUNTER1" TO WS-ALERT-KEY
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           IF NOT WS-RC-OVERRIDE
               MOVE WS-OVERFLOW-RC TO RETURN-CODE
           END-IF.
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           MOVE "COUNTER FIELD ARITHMETIC OVERFLOW" TO EXCP-REASON
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTRARTH" TO WS-ALERT-CODE
           MOVE "COUNTER1" TO WS-ALERT-KEY
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           MOVE WS-ARITH-OVERFLOW-RC TO RETURN-CODE.

       9250-HANDLE-AMOUNT-OVERFLOW.
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           MOVE "TRANSACTION VALUE ACCUMULATOR OVERFLOW" TO
               EXCP-REASON
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTRAMOV" TO WS-ALERT-CODE
           MOVE "AMOUNT" TO WS-ALERT-KEY
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           MOVE WS-ARITH-OVERFLOW-RC TO RETURN-CODE.

       9300-HANDLE-UNRESOLVED-RESTART.
               MOVE "TRANSACTION NOT FULLY PROCESSED-OVERFLOW" TO
                   EXCP-REASON
               MOVE WS-CYCLE-ID TO REST-RUN-ID
               MOVE WS-REST-ENTITY TO REST-ENTITY-CODE
               MOVE WS-LAST-TRAN-KEY TO REST-LAST-TRAN-KEY
               MOVE WS-AREA-2 TO REST-COUNTER-VALUE
               MOVE WS-AMOUNT-TOTAL TO REST-AMOUNT-TOTAL
               MOVE WS-TIMESTAMP TO REST-TIMESTAMP
               MOVE WS-TREG-POST-SEQ TO REST-POSTED-COUNT
               REWRITE REST-RECORD
                   INVALID KEY
                       WRITE REST-RECORD
               MOVE "RESTART KEY NOT FOUND IN TRAN FILE" TO
                   EXCP-REASON
           END-IF
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTRRSTR" TO WS-ALERT-CODE
           MOVE "RESTFILE" TO WS-ALERT-KEY
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           IF NOT WS-ARITH-OVERFLOW
               MOVE WS-RESTART-UNRESOLVED-RC TO RETURN-CODE
           END-IF.

       9400-HANDLE-INTERFACE-FAILURE.
           SET WS-RC-OVERRIDE TO TRUE
           DISPLAY "ERROR: UNABLE TO PUBLISH INTERFACE RECORD - "
               "STATUS " WS-XTRAC-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS = "05" OR WS-EXCP-STATUS = "35"
           MOVE SPACES TO EXCP-CLEARED-BY
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           MOVE "INTERFACE FILE OPEN/WRITE FAILED" TO EXCP-REASON
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTRXFAL" TO WS-ALERT-CODE
           MOVE "XTRACFIL" TO WS-ALERT-KEY
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           MOVE WS-INTERFACE-FAIL-RC TO RETURN-CODE.

      *****************************************************
      *  A TRANREG OR SUSPFILE UPDATE DID NOT LAND. THE
      *  COUNT STANDS, BUT THE REGISTER NO LONGER MATCHES
      *  IT, SO THE FILE AND KEY GO TO EXCPFILE FOR REPAIR
      *  AND THE CYCLE ENDS NON-ZERO.
      *****************************************************
       9450-HANDLE-REGISTER-FAILURE.
           SET WS-RC-OVERRIDE TO TRUE
           DISPLAY "ERROR: " WS-REG-FAIL-FILE " UPDATE FAILED FOR KEY "
               WS-REG-FAIL-KEY " - STATUS " WS-REG-FAIL-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS = "05" OR WS-EXCP-STATUS = "35"
           MOVE SPACES TO EXCP-CLEARED-BY
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           MOVE SPACES TO EXCP-REASON
           STRING WS-REG-FAIL-FILE DELIMITED BY SPACE
               " UPDATE FAILED " DELIMITED BY SIZE
               WS-REG-FAIL-KEY DELIMITED BY SIZE
               INTO EXCP-REASON
           END-STRING
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTRREGF" TO WS-ALERT-CODE
           MOVE WS-REG-FAIL-FILE TO WS-ALERT-KEY
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           MOVE WS-REGISTER-FAIL-RC TO RETURN-CODE.

       9500-HANDLE-BATCH-REJECT.
           SET WS-RC-OVERRIDE TO TRUE
           DISPLAY "ERROR: TRANSACTION FILE REJECTED UP FRONT - "
               WS-BATCH-ERROR-TEXT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS = "05" OR WS-EXCP-STATUS = "35"
           MOVE SPACES TO EXCP-CLEARED-BY
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           MOVE WS-BATCH-ERROR-TEXT TO EXCP-REASON
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTRBREJ" TO WS-ALERT-CODE
           MOVE "TRANFILE" TO WS-ALERT-KEY
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           MOVE WS-BATCH-REJECT-RC TO RETURN-CODE.

       9600-HANDLE-CYCLE-SEQ-FULL.
           SET WS-CYCLE-SEQ-FULL TO TRUE
           MOVE 99 TO WS-CYCLE-SEQ
           DISPLAY "ERROR: CYCLE SEQUENCE EXHAUSTED FOR DATE "
               WS-RUN-DATE " - RUN STOPPED BEFORE PROCESSING"
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS = "05" OR WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           MOVE WS-CYCLE-ID TO EXCP-RUN-ID
           MOVE WS-TIMESTAMP TO EXCP-TIMESTAMP
           MOVE WS-AREA-2 TO EXCP-COUNTER-VALUE
           MOVE "O" TO EXCP-STATUS
           MOVE SPACES TO EXCP-CLEARED-BY
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           MOVE "CYCLE SEQUENCE EXHAUSTED FOR DATE" TO EXCP-REASON
           MOVE EXCP-REASON TO WS-ALERT-TEXT
           WRITE EXCP-RECORD
           CLOSE EXCEPTION-FILE
           MOVE "CNTRSEQF" TO WS-ALERT-CODE
           MOVE WS-RUN-DATE TO WS-ALERT-KEY
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE "Y" TO WS-ALERT-PAGE
           PERFORM 9050-RAISE-HANDLER-ALERT
           MOVE WS-SEQ-FULL-RC TO RETURN-CODE.
