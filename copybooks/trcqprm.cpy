      *****************************************************
      *  TRCQPRM - LAYOUT OF LK-PARM-DATA FOR THE
      *  TRANSACTION TRACE INQUIRY PROGRAM TRCINQ
      *  (TRCQ-TRAN-CODE = "TRCIQ"). NAMES THE TRAN-KEY
      *  TO BE TRACED.
      *****************************************************
       10  TRCQ-TRAN-CODE           PIC X(5).
       10  TRCQ-TRAN-KEY            PIC X(16).
       10  FILLER                   PIC X(59).
