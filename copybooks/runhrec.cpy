      *  FILE AND ANY RUNHARCH GENERATIONS WITH CNVSEQ,
      *  WHICH STAMPS THEM "ALL", BEFORE READING THEM
      *  AGAINST THIS LAYOUT.
      *  HIST-TOTAL-AMOUNT IS THE NET VALUE OF THE CYCLE -
      *  REVERSALS ARE SUBTRACTED - AND SO IS SIGNED; THE
      *  PER-TYPE AMOUNTS STAY GROSS (A REVERSAL TYPE'S
      *  AMOUNT IS THE VALUE IT REVERSED).
      *  HIST-CYCLE-INCREMENT AND HIST-TYPE-CYCLE-COUNT ARE
      *  WHAT THIS CYCLE ITSELF ADDED TO THE RECORD'S
      *  COUNTER AND TO EACH TYPE COUNTER (THE COUNTER
      *  FIELDS ABOVE ARE THE ABSOLUTE VALUES AFTER THE
      *  CYCLE); CYCBKOUT REVERSES A CYCLE FROM THEM.
      *  HIST-BACKOUT-FLAG: N = CYCLE STANDS, B = BACKED
      *  OUT BY CYCBKOUT ON HIST-BACKOUT-DATE, X = WRITTEN
      *  BEFORE THE INCREMENTS WERE CARRIED AND SO NOT
      *  ELIGIBLE FOR BACK-OUT. RECORDS IN THE LAYOUT
      *  WITHOUT THESE FIELDS ARE CONVERTED WITH CNVHIST
      *  (RUNHIST AND ANY RUNHARCH GENERATIONS).
      *  HIST-BATCHES-CONSUMED AND HIST-BATCHES-REFUSED
      *  COUNT THE TRANFILE BATCH ENVELOPES THE CYCLE
      *  COUNTED AND SET ASIDE - ALL OF THEM ON THE "ALL"
      *  RECORD, THOSE WHOSE HEADER NAMED THE ENTITY ON AN
      *  ENTITY RECORD. BATCHLOG (SEE BTLGREC) NAMES EACH
      *  BATCH AND WHY IT WAS REFUSED. CNVHIST SETS BOTH
      *  TO ZERO ON THE RECORDS IT CONVERTS.
      *****************************************************
       01  HIST-RECORD.
           05  HIST-RUN-ID            PIC X(11).
           05  HIST-COUNTER-VALUE     PIC 9(10).
           05  HIST-LIMIT-VALUE       PIC 9(9).
           05  HIST-RETURN-CODE       PIC 9(3).
           05  HIST-TOTAL-AMOUNT      PIC S9(11)V99.
           05  HIST-TYPE-COUNT        PIC 9(2).
           05  HIST-TYPE-DETAIL OCCURS 20 TIMES.
               10  HIST-TYPE-CODE     PIC X(3).
                                      PIC 9(10).
               10  HIST-TYPE-TRAN-AMOUNT
                                      PIC 9(11)V99.
           05  HIST-CYCLE-INCREMENT   PIC 9(10).
           05  HIST-TYPE-CYCLE-COUNT  PIC 9(10) OCCURS 20 TIMES.
           05  HIST-BACKOUT-FLAG      PIC X(1).
               88  HIST-BACKED-OUT          VALUE "B".
               88  HIST-NO-INCREMENTS       VALUE "X".
           05  HIST-BACKOUT-DATE      PIC X(8).
           05  HIST-BATCHES-CONSUMED  PIC 9(3).
           05  HIST-BATCHES-REFUSED   PIC 9(3).
