      *  UPSTREAM CAN CORRECT AND RESUBMIT.
      *    BLNK - TRANSACTION KEY IS BLANK
      *    DUPK - KEY ALREADY COUNTED THIS CYCLE
      *    DUPX - KEY ALREADY COUNTED IN A PRIOR CYCLE (STILL
      *           ON THE TRANREG REGISTER)
      *    TYPE - TRANSACTION TYPE CODE NOT RECOGNIZED
      *    AMTN - TRANSACTION AMOUNT NOT NUMERIC
      *    RVNF - REVERSAL ORIGINAL NOT FOUND AS COUNTED
      *    RVDN - REVERSAL ORIGINAL ALREADY FULLY REVERSED
      *    RVEN - REVERSAL ENTITY DIFFERS FROM ORIGINAL
      *    RVAM - REVERSAL AMOUNT MISSING OR GREATER THAN
      *           THE ORIGINAL'S UNREVERSED AMOUNT
      *    SUSD - HIGH-VALUE ITEM DECLINED FROM SUSPENSE
      *           (WRITTEN BY SUSPREL, NOT THE EDIT PASS)
      *    SUSF - HIGH-VALUE ITEM WHOSE KEY IS ALREADY
      *           SETTLED IN SUSPENSE (DECLINED, OR RELEASED
      *           AND COUNTED OR REJECTED); NOT HELD AGAIN
      *    BTCH - WHOLE BATCH ENVELOPE REFUSED (HEADER DATE,
      *           BATCHSEQ, MISSING TRAILER OR TRAILER
      *           COUNT); THE IMAGE IS THE BATCH HEADER AND
      *           NONE OF ITS DETAILS WERE COUNTED. UPSTREAM
      *           RESENDS THE BATCH - IT IS NOT RECYCLED
      *  REJ-STATUS TRACKS THE RECYCLE LIFECYCLE (SEE
      *  REJRECYC): O (OR SPACES) = OPEN, R = PULLED INTO
      *  A RECYCLE BATCH AFTER CORRECTION,
