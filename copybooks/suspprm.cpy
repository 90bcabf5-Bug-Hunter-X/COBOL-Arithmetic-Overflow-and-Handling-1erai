      *****************************************************
      *  SUSPPRM - LAYOUT OF LK-PARM-DATA FOR THE SUSPENSE
      *  RELEASE UTILITY SUSPREL. SUSP-PRM-TRAN-CODE IS
      *  "RELSE" TO RELEASE A HELD ITEM FOR COUNTING BY
      *  THE NEXT CYCLE OR "DECLN" TO DECLINE IT TO
      *  REJFILE. NAMES THE HELD TRAN-KEY. REQUIRES TWO
      *  DISTINCT OPERATOR IDS (MAKER/CHECKER), THE SAME
      *  RULE AS MAINTPRM AND CYCABND, EACH HOLDING
      *  AUTHORITY FOR THE ACTION AND THE ITEM'S ENTITY ON
      *  OPERAUTH. THE NOTE IS KEPT
      *  ON THE REJECT RECORD OF A DECLINED ITEM.
      *****************************************************
       10  SUSP-PRM-TRAN-CODE       PIC X(5).
       10  SUSP-PRM-OPERATOR-ID     PIC X(8).
       10  SUSP-PRM-SIGNOFF-ID      PIC X(8).
       10  SUSP-PRM-TRAN-KEY        PIC X(16).
       10  SUSP-PRM-NOTE            PIC X(30).
       10  FILLER                   PIC X(13).
