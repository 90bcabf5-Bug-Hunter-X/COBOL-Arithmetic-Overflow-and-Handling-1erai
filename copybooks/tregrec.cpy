      *****************************************************
      *  TREGREC - TRANSACTION REGISTER RECORD (TRANREG).
      *  ONE RECORD PER TRANSACTION KEY COUNTED BY
      *  CNTRPROC, KEYED BY TRAN-KEY AND KEPT ACROSS
      *  CYCLES, SO A REVERSAL CAN BE MATCHED TO THE
      *  PAYMENT IT REVERSES WHATEVER CYCLE COUNTED IT,
      *  AND A KEY RESENT IN A LATER CYCLE IS REJECTED AS
      *  A CROSS-CYCLE DUPLICATE (DUPX). ARCPURGE AGES
      *  ENTRIES OFF BY TREG-POSTED-DATE AFTER THE
      *  HSKPPARM RETENTION WINDOW; TRCINQ TRACES A KEY.
      *  TREG-CYCLE-ID AND TREG-POSTED-DATE (BUSINESS
      *  DATE) SAY WHEN THE KEY WAS COUNTED; ENTITY, TYPE
      *  AND AMOUNT ARE AS COUNTED.
      *  FOR AN ORIGINAL (TREG-REVERSAL-FLAG N):
      *    TREG-REVERSED-AMOUNT / TREG-REVERSAL-COUNT
      *    ACCUMULATE THE REVERSALS MATCHED TO IT, AND
      *    TREG-LAST-REV-KEY / -CYCLE NAME THE LATEST. AN
      *    ORIGINAL IS FULLY REVERSED ONCE THE REVERSED
      *    AMOUNT REACHES ITS AMOUNT; BELOW THAT, WITH ONE
      *    OR MORE REVERSALS, IT IS A PARTIAL REVERSAL
      *    STILL OPEN.
      *  FOR A REVERSAL (TREG-REVERSAL-FLAG Y):
      *    TREG-ORIG-KEY / -CYCLE-ID / -AMOUNT COPY THE
      *    ORIGINAL AS IT STOOD WHEN MATCHED, SO THE PAIR
      *    CAN BE REPORTED WITHOUT A SECOND LOOKUP.
      *  TREG-SUSP-CYCLE-ID IS SET WHEN THE KEY WAS HELD IN
      *  HIGH-VALUE SUSPENSE AND COUNTED ON RELEASE: IT
      *  NAMES THE CYCLE THAT ORIGINALLY RECEIVED AND
      *  DIVERTED THE DETAIL (SEE SUSPREC).
      *  TREG-POST-SEQ IS THE KEY'S PLACE IN THE ORDER ITS
      *  CYCLE COUNTED DETAILS, AGAINST THE NUMBER REACHED
      *  AT EACH CHECKPOINT (REST-POSTED-COUNT); CYCABND
      *  REMOVES AN ABANDONED CYCLE'S ENTRIES NUMBERED PAST
      *  ITS LAST CHECKPOINT. IT IS SPACES ON ENTRIES
      *  POSTED BEFORE THE FIELD WAS CARRIED.
      *****************************************************
       01  TREG-RECORD.
           05  TREG-TRAN-KEY          PIC X(16).
           05  TREG-CYCLE-ID          PIC X(11).
           05  TREG-POSTED-DATE       PIC X(8).
           05  TREG-ENTITY-CODE       PIC X(3).
           05  TREG-TYPE-CODE         PIC X(3).
           05  TREG-REVERSAL-FLAG     PIC X(1).
           05  TREG-AMOUNT            PIC 9(9)V99.
           05  TREG-REVERSED-AMOUNT   PIC 9(9)V99.
           05  TREG-REVERSAL-COUNT    PIC 9(3).
           05  TREG-LAST-REV-KEY      PIC X(16).
           05  TREG-LAST-REV-CYCLE    PIC X(11).
           05  TREG-ORIG-KEY          PIC X(16).
           05  TREG-ORIG-CYCLE-ID     PIC X(11).
           05  TREG-ORIG-AMOUNT       PIC 9(9)V99.
           05  TREG-SUSP-CYCLE-ID     PIC X(11).
           05  TREG-POST-SEQ          PIC 9(7).
           05  FILLER                 PIC X(10).
