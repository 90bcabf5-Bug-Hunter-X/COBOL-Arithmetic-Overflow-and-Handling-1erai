      *  CHECK; ENTITY-CODED RECORDS CHECK ONE OPERATING
      *  COMPANY'S SHARE OF A MERGED FILE. AN EXPECTED
      *  AMOUNT OF ZERO MEANS UPSTREAM SUPPLIED NO VALUE
      *  CHECK. THE EXPECTED AMOUNT IS THE NET VALUE OF
      *  THE CYCLE (REVERSALS SUBTRACTED) AND IS SIGNED.
      *  THE KEY WIDENED FROM RUN-ID ALONE TO RUN-ID PLUS
      *  ENTITY: A FILE BUILT WITH THE OLD 11-BYTE KEY
      *  DOES NOT OPEN AGAINST THIS LAYOUT - CONVERT IT
               10  CTOT-RUN-ID        PIC X(11).
               10  CTOT-ENTITY-CODE   PIC X(3).
           05  CTOT-EXPECTED-COUNT    PIC 9(10).
           05  CTOT-EXPECTED-AMOUNT   PIC S9(11)V99.
