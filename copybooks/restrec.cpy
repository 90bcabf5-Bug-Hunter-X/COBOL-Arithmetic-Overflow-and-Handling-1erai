      *  REST-AMOUNT-TOTAL CHECKPOINTS THE CYCLE'S
      *  ACCUMULATED TRANSACTION VALUE ALONGSIDE THE
      *  COUNTER SO A RESUMED CYCLE'S TOTAL VALUE IS NOT
      *  UNDERSTATED; IT IS NET OF REVERSALS AND SIGNED.
      *  THE PER-TYPE AND PER-ENTITY VALUE
      *  SPLITS ARE DELIBERATELY NOT CHECKPOINTED - THEY
      *  WOULD BALLOON THIS RECORD WITH TWO TABLES - AND
      *  A RESUMED CYCLE REBUILDS THEM FROM THE KEYS IT
      *  POSTED TO TRANREG INSTEAD.
      *  THE KEY WIDENED FROM RUN-ID ALONE TO RUN-ID PLUS
      *  ENTITY: A FILE BUILT WITH THE OLD 11-BYTE KEY
      *  DOES NOT OPEN AGAINST THIS LAYOUT - CONVERT IT
      *  WITH CNVENTTY (RESTFILS -> RESTFILE) AT CUTOVER.
      *  REST-POSTED-COUNT IS THE NUMBER OF DETAILS THE
      *  CYCLE HAD COUNTED AND POSTED TO TRANREG AT THE
      *  CHECKPOINT (SEE TREG-POST-SEQ). IT WAS APPENDED TO
      *  THE RECORD: A FILE WRITTEN WITHOUT IT IS CONVERTED
      *  WITH CNVREST (RESTFILO -> RESTFILE) AT CUTOVER.
      *****************************************************
       01  REST-RECORD.
           05  REST-KEY.
               10  REST-ENTITY-CODE     PIC X(3).
           05  REST-LAST-TRAN-KEY       PIC X(16).
           05  REST-COUNTER-VALUE       PIC 9(10) COMP-3.
           05  REST-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
           05  REST-TIMESTAMP           PIC X(26).
           05  REST-POSTED-COUNT        PIC 9(7) COMP-3.
