      *****************************************************
      *  DISC-ENTITY-CODE NAMES THE ENTITY THE VARIANCE
      *  BELONGS TO; "ALL" IS THE ALL-ENTITY AGGREGATE.
      *  THE AMOUNTS ARE NET OF REVERSALS AND SIGNED.
      *  RECORDS WRITTEN IN THE SHORTER PRE-CHANGE LAYOUT
      *  DO NOT MAP INTO THIS ONE: CONVERT THE LIVE FILE
      *  WITH CNVSEQ BEFORE READING IT AGAINST THIS
           05  DISC-EXPECTED-COUNT    PIC 9(10).
           05  DISC-ACTUAL-COUNT      PIC 9(10).
           05  DISC-VARIANCE          PIC S9(10).
           05  DISC-EXPECTED-AMOUNT   PIC S9(11)V99.
           05  DISC-ACTUAL-AMOUNT     PIC S9(11)V99.
           05  DISC-AMOUNT-VARIANCE   PIC S9(11)V99.
