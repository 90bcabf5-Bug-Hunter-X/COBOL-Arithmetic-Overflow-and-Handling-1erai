      *****************************************************
      *  BHSTREC - BILLING HISTORY RECORD (BILLHIST). ONE
      *  RECORD APPENDED BY FEEBILL FOR EVERY PERIOD IT
      *  BILLS ("B") OR RE-BILLS ("R"), NUMBERED BY RUN
      *  WITHIN THE PERIOD. A PERIOD WITH A RECORD HERE IS
      *  NOT BILLED AGAIN EXCEPT BY AN AUTHORIZED RE-BILL.
      *****************************************************
       01  BHST-RECORD.
           05  BHST-PERIOD-ID         PIC X(6).
           05  BHST-RUN-SEQ           PIC 9(2).
           05  BHST-BILL-TYPE         PIC X(1).
           05  BHST-TIMESTAMP         PIC X(26).
           05  BHST-OPERATOR-ID       PIC X(8).
           05  BHST-SIGNOFF-ID        PIC X(8).
           05  BHST-INVOICE-COUNT     PIC 9(3).
           05  BHST-FEE-TOTAL         PIC 9(11)V99.
           05  FILLER                 PIC X(13).
