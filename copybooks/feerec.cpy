      *****************************************************
      *  FEEREC - TRANSACTION FEE SCHEDULE CARD (FEESCHED).
      *  ONE 80-BYTE CARD PER ENTITY, TRANSACTION TYPE AND
      *  RATE PERIOD, MAINTAINED BY THE BILLING TEAM AND
      *  READ BY FEEBILL:
      *    FEE-ENTITY-CODE: THE OPERATING COMPANY BILLED;
      *    SPACES = THE STANDARD RATE FOR ANY ENTITY WITHOUT
      *    A CARD OF ITS OWN FOR THE TYPE.
      *    FEE-EFFECTIVE-DATE / FEE-END-DATE: THE BUSINESS
      *    DATES (YYYYMMDD) THE RATE COVERS; A BLANK END
      *    DATE LEAVES IT OPEN. EACH CYCLE IS PRICED AT THE
      *    RATE IN FORCE ON ITS OWN BUSINESS DATE, SO A
      *    RATE CHANGE INSIDE A PERIOD SPLITS THE LINE.
      *    FEE-ITEM-RATE: CHARGE PER TRANSACTION COUNTED.
      *    FEE-VALUE-PERCENT: OPTIONAL PERCENTAGE OF THE
      *    TRANSACTION VALUE, CHARGED ON TOP (ZERO = NONE).
      *  A TYPE THAT IS NOT CHARGED STILL NEEDS A CARD AT
      *  ZERO RATES: VOLUME WITH NO CARD STOPS THE BILLING.
      *****************************************************
       01  FEE-RECORD.
           05  FEE-ENTITY-CODE        PIC X(3).
           05  FEE-TYPE-CODE          PIC X(3).
           05  FEE-EFFECTIVE-DATE     PIC X(8).
           05  FEE-END-DATE           PIC X(8).
           05  FEE-ITEM-RATE          PIC 9(3)V9(4).
           05  FEE-VALUE-PERCENT      PIC 9(2)V9(4).
           05  FEE-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(15).
