      *  SHORTER PRE-CHANGE LAYOUT DO NOT MAP INTO THIS
      *  ONE: CONVERT THE LIVE FILE WITH CNVSEQ BEFORE
      *  READING IT AGAINST THIS LAYOUT.
      *  XTRAC-TOTAL-AMOUNT IS THE NET VALUE OF THE CYCLE
      *  (REVERSALS SUBTRACTED) AND SO IS SIGNED; THE
      *  PER-TYPE AMOUNTS STAY GROSS.
      *  XTRAC-BACKOUT-FLAG: N = ORDINARY CYCLE EXTRACT;
      *  B = ORDINARY EXTRACT OF A CYCLE SINCE BACKED OUT BY
      *  CYCBKOUT (ON XTRAC-BACKOUT-DATE); R = THE REVERSING
      *  EXTRACT CYCBKOUT PUBLISHES FOR THAT CYCLE. ON AN R
      *  RECORD THE TOTAL AMOUNT, THE TYPE COUNTS AND THE
      *  TYPE AMOUNTS ARE WHAT THE CYCLE ADDED AND
      *  DOWNSTREAM IS TO TAKE BACK OFF; THE FINAL COUNTER
      *  IS THE COUNTER AS IT STANDS AFTER THE BACK-OUT.
      *  EXTRACTS WRITTEN BEFORE THE BACK-OUT FIELDS WERE
      *  ADDED ARE CONVERTED WITH CNVHIST.
      *****************************************************
       01  XTRAC-RECORD.
           05  XTRAC-JOB-NAME           PIC X(8).
           05  XTRAC-ENTITY-CODE        PIC X(3).
           05  XTRAC-RUN-DATE           PIC X(8).
           05  XTRAC-FINAL-COUNTER      PIC 9(10).
           05  XTRAC-TOTAL-AMOUNT       PIC S9(11)V99.
           05  XTRAC-TYPE-COUNT         PIC 9(2).
           05  XTRAC-TYPE-DETAIL OCCURS 20 TIMES.
               10  XTRAC-TYPE-CODE      PIC X(3).
                                        PIC 9(10).
               10  XTRAC-TYPE-TRAN-AMOUNT
                                        PIC 9(11)V99.
           05  XTRAC-BACKOUT-FLAG       PIC X(1).
           05  XTRAC-BACKOUT-DATE       PIC X(8).
