      *****************************************************
      *  SUSPREC - HIGH-VALUE SUSPENSE RECORD (SUSPFILE).
      *  ONE RECORD PER TRANSACTION DIVERTED BY CNTRPROC
      *  BECAUSE ITS AMOUNT WAS OVER THE THRSFILE
      *  THRESHOLD, KEYED BY TRAN-KEY. THE DETAIL IS NOT
      *  COUNTED (NOT IN WS-AREA-2, RUNHIST OR XTRACFIL)
      *  WHILE IT WAITS HERE.
      *  SUSP-STATUS:
      *    H = HELD, AWAITING A DECISION
      *    R = RELEASED THROUGH SUSPREL, TO BE COUNTED BY
      *        THE NEXT CYCLE
      *    C = RELEASED AND COUNTED BY SUSP-COUNTED-CYCLE
      *    E = RELEASED BUT REJECTED BY THE EDIT PASS OF
      *        SUSP-COUNTED-CYCLE (SEE REJFILE)
      *    D = DECLINED THROUGH SUSPREL AND WRITTEN TO
      *        REJFILE (REASON SUSD)
      *  SUSP-ORIG-CYCLE-ID IS THE CYCLE THAT DIVERTED THE
      *  DETAIL; THE CYCLE THAT COUNTS IT CARRIES IT ONTO
      *  THE TRANREG ENTRY AS THE LINK BACK. SUSP-ENTITY-
      *  CODE IS THE RESOLVED ENTITY (DETAIL OR BATCH
      *  HEADER); SUSP-RECORD-IMAGE IS THE DETAIL AS
      *  RECEIVED. THE OPERATOR AND SIGN-OFF IDS AND
      *  ACTION TIMESTAMP RECORD THE RELEASE OR DECLINE.
      *****************************************************
       01  SUSP-RECORD.
           05  SUSP-TRAN-KEY          PIC X(16).
           05  SUSP-STATUS            PIC X(1).
           05  SUSP-ORIG-CYCLE-ID     PIC X(11).
           05  SUSP-ENTITY-CODE       PIC X(3).
           05  SUSP-TYPE-CODE         PIC X(3).
           05  SUSP-AMOUNT            PIC 9(9)V99.
           05  SUSP-THRESHOLD         PIC 9(9)V99.
           05  SUSP-HELD-TIMESTAMP    PIC X(26).
           05  SUSP-ACTION-CODE       PIC X(5).
           05  SUSP-OPERATOR-ID       PIC X(8).
           05  SUSP-SIGNOFF-ID        PIC X(8).
           05  SUSP-ACTION-TIMESTAMP  PIC X(26).
           05  SUSP-COUNTED-CYCLE     PIC X(11).
           05  SUSP-RECORD-IMAGE      PIC X(80).
           05  FILLER                 PIC X(36).
