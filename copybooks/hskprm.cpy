      *  DAYS FOR EACH EVER-GROWING SEQUENTIAL FILE.
      *  WHEN THE CARD IS ABSENT ARCPURGE FALLS BACK TO
      *  ITS BUILT-IN DEFAULTS (RUNHIST 365, AUDITFIL 90,
      *  EXCPFILE 180, TRANREG 365).
      *  HSKP-TREG-RETAIN-DAYS IS THE CROSS-CYCLE DUPLICATE
      *  WINDOW: A TRANSACTION REGISTER ENTRY POSTED BEFORE
      *  THE CUTOFF IS ARCHIVED AND DELETED, AFTER WHICH
      *  THE KEY IS NO LONGER SCREENED AND A REVERSAL CAN
      *  NO LONGER BE MATCHED TO IT.
      *****************************************************
       01  HSKP-PARM-RECORD.
           05  HSKP-HIST-RETAIN-DAYS   PIC 9(4).
           05  HSKP-AUDIT-RETAIN-DAYS  PIC 9(4).
           05  HSKP-EXCP-RETAIN-DAYS   PIC 9(4).
           05  HSKP-TREG-RETAIN-DAYS   PIC 9(4).
           05  FILLER                  PIC X(64).
