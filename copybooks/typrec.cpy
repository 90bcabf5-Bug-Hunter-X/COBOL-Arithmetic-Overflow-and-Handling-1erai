      *    REJECTS THE TYPE ON THE EDIT PASS.
      *    TYPE-EFFECTIVE-DATE (YYYYMMDD): TRANSACTIONS OF
      *    THE TYPE ARE REJECTED BEFORE THIS DATE.
      *    TYPE-REVERSAL-FLAG: Y = THE TYPE REVERSES AN
      *    EARLIER COUNTED TRANSACTION (MATCHED BY ORIGINAL
      *    KEY, NETTED OFF THE CYCLE VALUE); N = ORDINARY.
      *    A BLANK FLAG ON THE "REV" CARD IS TAKEN AS Y SO
      *    EXISTING TYPEFILES NEED NO CHANGE.
      *****************************************************
       01  TYPE-RECORD.
           05  TYPE-TRAN-CODE         PIC X(3).
           05  TYPE-DESCRIPTION       PIC X(30).
           05  TYPE-ACTIVE-FLAG       PIC X(1).
           05  TYPE-EFFECTIVE-DATE    PIC X(8).
           05  TYPE-REVERSAL-FLAG     PIC X(1).
           05  FILLER                 PIC X(29).
