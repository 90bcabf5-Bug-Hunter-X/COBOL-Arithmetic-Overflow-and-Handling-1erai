      *****************************************************
      *  INVCREC - TRANSACTION FEE INVOICE RECORD (INVCFILE)
      *  FOR THE ACCOUNTS RECEIVABLE LOAD. FEEBILL APPENDS
      *  ONE INVOICE PER ENTITY FOR EACH PERIOD IT BILLS: A
      *  HEADER ("H") CARRYING THE INVOICE TOTALS, THEN ONE
      *  LINE ITEM ("D") PER TRANSACTION TYPE AND RATE.
      *  THE INVOICE NUMBER IS PERIOD + ENTITY + "-" + THE
      *  BILLING RUN FOR THE PERIOD (01 FOR THE FIRST BILL).
      *  A RE-BILL (INVC-HDR-BILL-TYPE "R") REPLACES THE
      *  ENTITY'S INVOICE FROM THE PREVIOUS RUN, NAMED IN
      *  INVC-HDR-SUPERSEDES-NO.
      *  LINE FEE = ITEM FEE (ITEMS X PER-ITEM RATE) PLUS
      *  VALUE FEE (VALUE X PERCENTAGE / 100), EACH ROUNDED
      *  TO THE CENT.
      *****************************************************
       01  INVC-RECORD.
           05  INVC-REC-TYPE          PIC X(1).
               88  INVC-HEADER              VALUE "H".
               88  INVC-LINE-ITEM           VALUE "D".
           05  INVC-INVOICE-NO        PIC X(12).
           05  INVC-PERIOD-ID         PIC X(6).
           05  INVC-ENTITY-CODE       PIC X(3).
           05  INVC-LINE-NO           PIC 9(3).
           05  INVC-TYPE-CODE         PIC X(3).
           05  INVC-ITEM-COUNT        PIC 9(10).
           05  INVC-VALUE             PIC 9(13)V99.
           05  INVC-ITEM-RATE         PIC 9(3)V9(4).
           05  INVC-VALUE-PERCENT     PIC 9(2)V9(4).
           05  INVC-ITEM-FEE          PIC 9(11)V99.
           05  INVC-VALUE-FEE         PIC 9(11)V99.
           05  INVC-LINE-FEE          PIC 9(11)V99.
           05  FILLER                 PIC X(15).
       01  INVC-HEADER-REC.
           05  INVC-HDR-REC-TYPE      PIC X(1).
           05  INVC-HDR-INVOICE-NO    PIC X(12).
           05  INVC-HDR-PERIOD-ID     PIC X(6).
           05  INVC-HDR-ENTITY-CODE   PIC X(3).
           05  INVC-HDR-INVOICE-DATE  PIC X(8).
           05  INVC-HDR-BILL-TYPE     PIC X(1).
           05  INVC-HDR-SUPERSEDES-NO PIC X(12).
           05  INVC-HDR-LINE-COUNT    PIC 9(3).
           05  INVC-HDR-ITEM-COUNT    PIC 9(10).
           05  INVC-HDR-VALUE         PIC 9(13)V99.
           05  INVC-HDR-FEE-TOTAL     PIC 9(11)V99.
           05  FILLER                 PIC X(36).
