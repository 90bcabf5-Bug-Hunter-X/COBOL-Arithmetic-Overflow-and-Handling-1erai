      *****************************************************
      *  TMLGREC - CYCLE TIMING LOG RECORD (TIMELOG).
      *  APPENDED BY CNTRPROC AT THE END OF EVERY CYCLE: ONE
      *  PHASE RECORD (TMLG-RECORD-TYPE "P") PER MAJOR PHASE
      *  IN THE ORDER RUN, THEN ONE CYCLE RECORD ("C")
      *  COVERING THE WHOLE RUN. READ BY SLARPT.
      *    BUSDATE  - BUSINESS-DATE RESOLUTION (BUSCAL)
      *    MAINTQ   - PARM MAINTENANCE AND THE MNTQFILE QUEUE
      *    BATCHVAL - TRANFILE BATCH VALIDATION PASS
      *    COUNTING - EDIT AND COUNTING PASS, INCLUDING THE
      *               SUSPENSE RELEASES AND THE CHECKPOINTS
      *    CHECKPT  - THE CHECKPOINTS TAKEN DURING COUNTING:
      *               FIRST START, LAST END, THE SUM OF THEIR
      *               OWN ELAPSED TIME, AND HOW MANY
      *    RECONCIL - CONTROL-TOTAL RECONCILIATION
      *    GLJRNL   - GL JOURNAL
      *    EXTRACT  - XTRACFIL EXTRACT AND HANDSHAKE CHECK
      *    HISTORY  - RUNHIST HISTORY RECORDS
      *  TIMES ARE YYYYMMDDHHMMSSCC FROM THE SYSTEM CLOCK;
      *  TMLG-ELAPSED-CS IS IN HUNDREDTHS OF A SECOND.
      *  TMLG-RECORD-COUNT IS THE RECORDS THE PHASE HANDLED
      *  (ON THE CYCLE RECORD, THE DETAILS COUNTED, REJECTED
      *  OR SUSPENDED). THE CYCLE RECORD ALSO CARRIES THE
      *  BUSCAL DAY TYPE AND PERIOD-END FLAG OF THE RUN
      *  DATE, THE RETURN CODE AND THE CHECKPOINT INTERVAL
      *  THE CYCLE RAN WITH.
      *****************************************************
       01  TMLG-RECORD.
           05  TMLG-CYCLE-ID          PIC X(11).
           05  TMLG-RECORD-TYPE       PIC X(1).
               88  TMLG-PHASE-RECORD        VALUE "P".
               88  TMLG-CYCLE-RECORD        VALUE "C".
           05  TMLG-PHASE             PIC X(8).
           05  TMLG-START-TIME        PIC X(16).
           05  TMLG-END-TIME          PIC X(16).
           05  TMLG-ELAPSED-CS        PIC 9(9).
           05  TMLG-RECORD-COUNT      PIC 9(10).
           05  TMLG-BUSINESS-DATE     PIC X(8).
           05  TMLG-DAY-TYPE          PIC X(1).
           05  TMLG-PERIOD-END-FLAG   PIC X(1).
           05  TMLG-RETURN-CODE       PIC 9(3).
           05  TMLG-CHECKPOINT-INTERVAL
                                      PIC 9(5).
           05  FILLER                 PIC X(31).
