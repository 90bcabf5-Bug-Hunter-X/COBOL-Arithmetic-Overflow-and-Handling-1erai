      *  PCLSPRM - LAYOUT OF LK-PARM-DATA FOR THE PERCLOSE
      *  PERIOD-END CLOSE (PCLS-TRAN-CODE = "CLOSE").
      *  REQUIRES TWO DISTINCT OPERATOR IDS (MAKER/CHECKER)
      *  EACH HOLDING CLOSE AUTHORITY ON OPERAUTH BEFORE
      *  THE COUNTERS MAY BE SNAPSHOT AND RESET.
      *  PCLS-PERIOD-ID IS THE PERIOD BEING CLOSED
      *  (YYYYMM); WHEN BLANK THE CURRENT MONTH IS USED.
      *****************************************************
