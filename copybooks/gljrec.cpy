      *****************************************************
      *  GLJREC - GENERAL-LEDGER JOURNAL RECORD (GLJRNL).
      *  CNTRPROC APPENDS ONE JOURNAL PER CYCLE: A HEADER
      *  ("H"), A DEBIT AND A CREDIT DETAIL LINE ("D") FOR
      *  EVERY ENTITY AND TRANSACTION TYPE WITH VALUE IN THE
      *  CYCLE, AND A TRAILER ("T"). EACH PAIR IS FOR THE
      *  SAME AMOUNT, SO EVERY JOURNAL BALANCES. WHEN A
      *  CYCLE IS BACKED OUT, CYCBKOUT APPENDS A REVERSING
      *  JOURNAL FOR IT (HEADER JOB NAME CYCBKOUT): THE
      *  SAME LINES WITH DEBIT AND CREDIT SWAPPED.
      *  GLJ-ENTITY-CODE SPACES CARRIES THE VALUE COUNTED
      *  WITH NO ENTITY (THE PRE-ENTITY SINGLE-COMPANY FEED).
      *  THE TRAILER CARRIES THE DETAIL LINE COUNT AND THE
      *  DEBIT AND CREDIT HASH TOTALS OF THE LINES POSTED,
      *  PLUS THE NUMBER AND VALUE OF THE ENTITY/TYPE
      *  AMOUNTS HELD BACK (SEE GLHDREC) SO THE LEDGER CAN
      *  PROVE IT LOADED THE WHOLE JOURNAL.
      *****************************************************
       01  GLJ-RECORD.
           05  GLJ-REC-TYPE           PIC X(1).
           05  GLJ-CYCLE-ID           PIC X(11).
           05  GLJ-LINE-NO            PIC 9(6).
           05  GLJ-BUSINESS-DATE      PIC X(8).
           05  GLJ-ENTITY-CODE        PIC X(3).
           05  GLJ-TYPE-CODE          PIC X(3).
           05  GLJ-ACCOUNT            PIC X(12).
           05  GLJ-DR-CR-FLAG         PIC X(1).
           05  GLJ-AMOUNT             PIC 9(11)V99.
           05  GLJ-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(32).
       01  GLJ-HEADER-REC.
           05  GLJ-HDR-REC-TYPE       PIC X(1).
           05  GLJ-HDR-CYCLE-ID       PIC X(11).
           05  GLJ-HDR-BUSINESS-DATE  PIC X(8).
           05  GLJ-HDR-RUN-DATE       PIC X(8).
           05  GLJ-HDR-JOB-NAME       PIC X(8).
           05  GLJ-HDR-TIMESTAMP      PIC X(26).
           05  FILLER                 PIC X(58).
       01  GLJ-TRAILER-REC.
           05  GLJ-TRL-REC-TYPE       PIC X(1).
           05  GLJ-TRL-CYCLE-ID       PIC X(11).
           05  GLJ-TRL-LINE-COUNT     PIC 9(6).
           05  GLJ-TRL-DEBIT-TOTAL    PIC 9(13)V99.
           05  GLJ-TRL-CREDIT-TOTAL   PIC 9(13)V99.
           05  GLJ-TRL-HELD-COUNT     PIC 9(6).
           05  GLJ-TRL-HELD-AMOUNT    PIC 9(13)V99.
           05  FILLER                 PIC X(51).
