      *****************************************************
      *  ALSTREC - OPEN ALERT CONDITION (ALRTSTAT).
      *  ONE RECORD PER CONDITION RAISED TO ALERTFIL AND NOT
      *  YET CLEARED, SHARED BY EVERY PROGRAM ON THE FEED.
      *  A PROGRAM LOADS THE FILE, SUPPRESSES A REPEAT OF
      *  ANY CONDITION ALREADY OPEN, AND AT THE END OF A
      *  COMPLETE RUN CLEARS (AND REPORTS CLEARED) ITS OWN
      *  CONDITIONS OF THE SAME ALST-RUN-TYPE IT DID NOT
      *  RAISE AGAIN, THEN REWRITES THE FILE.
      *****************************************************
       01  ALST-RECORD.
           05  ALST-PROGRAM           PIC X(8).
           05  ALST-RUN-TYPE          PIC X(5).
           05  ALST-MSG-CODE          PIC X(8).
           05  ALST-ENTITY-CODE       PIC X(3).
           05  ALST-CONDITION-KEY     PIC X(16).
           05  ALST-CYCLE-ID          PIC X(11).
           05  ALST-SEVERITY          PIC X(1).
           05  ALST-FIRST-TIMESTAMP   PIC X(26).
           05  ALST-LAST-TIMESTAMP    PIC X(26).
           05  ALST-REPEAT-COUNT      PIC 9(5).
           05  ALST-MSG-TEXT          PIC X(60).
           05  FILLER                 PIC X(11).
