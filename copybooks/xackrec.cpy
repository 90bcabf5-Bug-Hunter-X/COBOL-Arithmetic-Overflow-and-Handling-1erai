      *  EXTRACT IT HAS PICKED UP; CNTRPROC READS THE FILE
      *  BACK AND FLAGS EXTRACTS STILL UNACKNOWLEDGED
      *  AFTER THE GRACE PERIOD ON THE OPERATOR REPORT.
      *  XACK-EXTRACT-FLAG SAYS WHICH EXTRACT OF THE CYCLE
      *  IS ACKNOWLEDGED: N (OR SPACE) = THE CYCLE'S
      *  ORDINARY EXTRACT, R = THE REVERSING EXTRACT
      *  CYCBKOUT PUBLISHED FOR IT (XTRAC-BACKOUT-FLAG R),
      *  WHICH NEEDS AN ACKNOWLEDGMENT OF ITS OWN. RECORDS
      *  WRITTEN BEFORE THE FLAG WAS ADDED ARE CONVERTED
      *  WITH CNVHIST.
      *****************************************************
       01  XACK-RECORD.
           05  XACK-CYCLE-ID          PIC X(11).
           05  XACK-TIMESTAMP         PIC X(26).
           05  XACK-EXTRACT-FLAG      PIC X(1).
               88  XACK-REVERSING-EXTRACT   VALUE "R".
