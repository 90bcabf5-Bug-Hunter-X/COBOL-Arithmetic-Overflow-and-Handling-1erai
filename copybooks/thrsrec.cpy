      *****************************************************
      *  THRSREC - HIGH-VALUE THRESHOLD REFERENCE RECORD
      *  (THRSFILE). ONE 80-BYTE CARD PER ENTITY AND
      *  TRANSACTION TYPE, MAINTAINED BY OPERATIONS. A
      *  DETAIL WHOSE TRAN-AMOUNT IS GREATER THAN ITS
      *  THRESHOLD IS DIVERTED BY CNTRPROC TO THE SUSPENSE
      *  FILE (SUSPFILE) INSTEAD OF BEING COUNTED, UNTIL
      *  IT IS RELEASED OR DECLINED THROUGH SUSPREL.
      *    THRS-ENTITY-CODE: SPACES = ANY ENTITY.
      *    THRS-TYPE-CODE: SPACES = ANY TYPE.
      *  THE MOST SPECIFIC CARD WINS: ENTITY AND TYPE,
      *  THEN ENTITY ALONE, THEN TYPE ALONE, THEN THE
      *  ALL-BLANK DEFAULT. WHEN THE FILE IS ABSENT OR NO
      *  CARD APPLIES NOTHING IS DIVERTED.
      *****************************************************
       01  THRS-RECORD.
           05  THRS-ENTITY-CODE       PIC X(3).
           05  THRS-TYPE-CODE         PIC X(3).
           05  THRS-AMOUNT            PIC 9(9)V99.
           05  FILLER                 PIC X(63).
