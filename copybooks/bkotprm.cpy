      *****************************************************
      *  BKOTPRM - LAYOUT OF LK-PARM-DATA FOR THE CYCLE
      *  BACK-OUT UTILITY CYCBKOUT
      *  (BKOT-TRAN-CODE = "BKOUT"). NAMES THE COMPLETED
      *  CYCLE WHOSE COUNTS ARE TO BE REVERSED OUT OF THE
      *  CONTROL FILE. REQUIRES TWO DISTINCT OPERATOR IDS
      *  (MAKER/CHECKER), THE SAME RULE AS MAINTPRM, EACH
      *  HOLDING BKOUT AUTHORITY ON OPERAUTH.
      *****************************************************
       10  BKOT-TRAN-CODE           PIC X(5).
       10  BKOT-OPERATOR-ID         PIC X(8).
       10  BKOT-SIGNOFF-ID          PIC X(8).
       10  BKOT-CYCLE-ID            PIC X(11).
       10  FILLER                   PIC X(48).
