      *****************************************************
      *  SLATREC - CYCLE SERVICE-LEVEL TARGET CARD (SLATGT).
      *  ONE 80-BYTE CARD PER BUSCAL DAY TYPE, MAINTAINED BY
      *  OPERATIONS:
      *    SLAT-DAY-TYPE: B = BUSINESS DAY, W = WEEKEND,
      *    H = HOLIDAY (AS CAL-DAY-TYPE), P = THE LAST
      *    BUSINESS DAY OF A PERIOD (CAL-PERIOD-END-FLAG Y);
      *    A PERIOD-END DAY WITH NO P CARD USES ITS OWN DAY
      *    TYPE'S CARD.
      *    SLAT-TARGET-TIME: WALL-CLOCK TIME (HHMM) BY WHICH
      *    THE CYCLE MUST HAVE COMPLETED, ON THE DATE THE
      *    CYCLE STARTED PLUS SLAT-TARGET-DAY-OFFSET DAYS
      *    (1 FOR A TARGET PAST MIDNIGHT).
      *    SLAT-WARN-MINUTES: A CYCLE FINISHING WITHIN THIS
      *    MANY MINUTES OF THE TARGET IS A NEAR MISS.
      *    SLAT-CHECKPOINT-INTERVAL: DETAILS COUNTED BETWEEN
      *    CNTRPROC CHECKPOINTS ON THIS DAY TYPE; ZERO KEEPS
      *    THE BUILT-IN INTERVAL OF 100. SET FROM THE
      *    CHECKPOINT COST AND THROUGHPUT SHOWN ON SLARPT.
      *  READ BY CNTRPROC (CHECKPOINT INTERVAL) AND SLARPT.
      *****************************************************
       01  SLAT-RECORD.
           05  SLAT-DAY-TYPE          PIC X(1).
           05  SLAT-TARGET-TIME       PIC X(4).
           05  SLAT-TARGET-TIME-N REDEFINES SLAT-TARGET-TIME.
               10  SLAT-TARGET-HH     PIC 9(2).
               10  SLAT-TARGET-MI     PIC 9(2).
           05  SLAT-TARGET-DAY-OFFSET PIC 9(1).
           05  SLAT-WARN-MINUTES      PIC 9(3).
           05  SLAT-CHECKPOINT-INTERVAL
                                      PIC 9(5).
           05  SLAT-DESCRIPTION       PIC X(30).
           05  FILLER                 PIC X(36).
