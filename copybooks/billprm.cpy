      *****************************************************
      *  BILLPRM - LAYOUT OF LK-PARM-DATA FOR THE FEEBILL
      *  TRANSACTION FEE BILLING RUN.
      *    BILL-TRAN-CODE "BILL " BILLS A PERIOD FOR THE
      *    FIRST TIME; BILL-OPERATOR-ID IS REQUIRED.
      *    BILL-TRAN-CODE "REBIL" BILLS AN ALREADY-BILLED
      *    PERIOD AGAIN, REPLACING ITS INVOICES, AND NEEDS
      *    TWO DISTINCT OPERATOR IDS (MAKER/CHECKER) EACH
      *    HOLDING REBIL AUTHORITY ON OPERAUTH.
      *  BILL-PERIOD-ID IS THE PERIOD (YYYYMM); WHEN BLANK
      *  THE LATEST PERIOD CLOSED ON PERSUMM IS BILLED.
      *****************************************************
       10  BILL-TRAN-CODE           PIC X(5).
       10  BILL-OPERATOR-ID         PIC X(8).
       10  BILL-SIGNOFF-ID          PIC X(8).
       10  BILL-PERIOD-ID           PIC X(6).
       10  FILLER                   PIC X(53).
