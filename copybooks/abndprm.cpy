      *  TRANSACTION FILE IS GONE AND THE RESUME KEY CAN
      *  NEVER BE FOUND. REQUIRES TWO DISTINCT OPERATOR
      *  IDS (MAKER/CHECKER), THE SAME RULE AS MAINTPRM,
      *  EACH HOLDING ABAND AUTHORITY ON OPERAUTH, BEFORE
      *  THE CHECKPOINT MAY BE CLEARED.
      *****************************************************
       10  ABND-TRAN-CODE           PIC X(5).
       10  ABND-OPERATOR-ID         PIC X(8).
