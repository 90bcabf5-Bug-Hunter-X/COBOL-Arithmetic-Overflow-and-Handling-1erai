      *  CARRIES AN AUTHORIZED MAINTENANCE TRANSACTION
      *  (MAINT-TRAN-CODE = "MAINT") INSTEAD OF A NORMAL
      *  ENVIRONMENT-CODE OVERRIDE. REQUIRES TWO DISTINCT
      *  OPERATOR IDS (MAKER/CHECKER), EACH HOLDING SET OR
      *  ADJ AUTHORITY (AS THE ACTION) ON OPERAUTH, BEFORE
      *  WS-AREA-2 MAY BE SET OR ADJUSTED DIRECTLY.
      *****************************************************
       10  MAINT-TRAN-CODE          PIC X(5).
       10  MAINT-OPERATOR-ID        PIC X(8).
