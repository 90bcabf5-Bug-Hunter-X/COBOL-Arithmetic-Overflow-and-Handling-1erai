      *****************************************************
      *  ALRTREC - STANDARD ALERT RECORD (ALERTFIL).
      *  ONE SHARED FILE, APPENDED BY CNTRPROC, AUDTRPT,
      *  ARCPURGE, REJRECYC, PERCLOSE AND CYCABND, THAT THE
      *  ENTERPRISE MONITORING CONSOLE PICKS UP. EVERY
      *  PROBLEM THE PROGRAMS REPORT - EXCPFILE EXCEPTIONS,
      *  DISCFILE DISCREPANCIES, OPERATOR-LOG WARNINGS AND
      *  NON-ZERO RETURN CODES - ALSO LANDS HERE.
      *    ALRT-EVENT: R = CONDITION RAISED, C = CONDITION
      *      CLEARED (THE PROGRAM'S NEXT COMPLETE RUN OF THE
      *      SAME KIND NO LONGER FOUND IT).
      *    ALRT-SEVERITY: C = CRITICAL, E = ERROR,
      *      W = WARNING, I = INFORMATION. SEVERITY AND
      *      ALRT-PAGE-FLAG (Y = PAGE THE ON-CALL) COME FROM
      *      THE ALRTDEF CARD FOR THE MESSAGE CODE (ALRDREC),
      *      ELSE THE RAISING PROGRAM'S DEFAULT.
      *    ALRT-CONDITION-KEY: WHAT THE CONDITION IS ABOUT
      *      (CYCLE, FILE, PERIOD, BATCH). PROGRAM, MESSAGE
      *      CODE, ENTITY AND KEY TOGETHER IDENTIFY ONE
      *      CONDITION; WHILE IT STAYS OPEN ON ALRTSTAT
      *      (ALSTREC) A REPEAT IS NOT WRITTEN AGAIN.
      *    ON A C RECORD ALRT-FIRST-TIMESTAMP IS WHEN THE
      *      CONDITION WAS RAISED AND ALRT-REPEAT-COUNT HOW
      *      MANY REPEATS WERE SUPPRESSED MEANWHILE.
      *****************************************************
       01  ALRT-RECORD.
           05  ALRT-TIMESTAMP         PIC X(26).
           05  ALRT-EVENT             PIC X(1).
               88  ALRT-RAISED              VALUE "R".
               88  ALRT-CLEARED             VALUE "C".
           05  ALRT-PROGRAM           PIC X(8).
           05  ALRT-CYCLE-ID          PIC X(11).
           05  ALRT-ENTITY-CODE       PIC X(3).
           05  ALRT-SEVERITY          PIC X(1).
               88  ALRT-CRITICAL            VALUE "C".
               88  ALRT-ERROR               VALUE "E".
               88  ALRT-WARNING             VALUE "W".
               88  ALRT-INFORMATION         VALUE "I".
           05  ALRT-PAGE-FLAG         PIC X(1).
           05  ALRT-MSG-CODE          PIC X(8).
           05  ALRT-CONDITION-KEY     PIC X(16).
           05  ALRT-MSG-TEXT          PIC X(60).
           05  ALRT-FIRST-TIMESTAMP   PIC X(26).
           05  ALRT-REPEAT-COUNT      PIC 9(5).
           05  FILLER                 PIC X(14).
