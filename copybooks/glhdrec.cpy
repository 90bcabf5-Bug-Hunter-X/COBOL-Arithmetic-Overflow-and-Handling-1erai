      *****************************************************
      *  GLHDREC - GL JOURNAL HOLD RECORD (GLHOLD). ONE
      *  RECORD APPENDED BY CNTRPROC FOR EVERY ENTITY AND
      *  TRANSACTION TYPE WHOSE CYCLE VALUE WAS KEPT OFF THE
      *  GLJRNL JOURNAL, WITH THE REASON:
      *    DISC - CONTROL-TOTAL DISCREPANCY ON DISCFILE FOR
      *           THE ENTITY (OR THE ALL-ENTITY AGGREGATE)
      *    NMAP - NO GLACCT ACCOUNT MAPPING FOR A TYPE WITH
      *           VALUE IN THE ENTITY
      *    EOVF - VALUE OF ENTITIES BEYOND THE ENTITY TABLE,
      *           COUNTED IN THE AGGREGATE ONLY
      *  HELD VALUE IS POSTED BY HAND ONCE THE CAUSE IS
      *  RESOLVED; GLPRPT LISTS IT AGAINST THE JOURNAL.
      *****************************************************
       01  GLHD-RECORD.
           05  GLHD-CYCLE-ID          PIC X(11).
           05  GLHD-ENTITY-CODE       PIC X(3).
           05  GLHD-TYPE-CODE         PIC X(3).
           05  GLHD-AMOUNT            PIC 9(11)V99.
           05  GLHD-REASON-CODE       PIC X(4).
           05  GLHD-REASON-TEXT       PIC X(40).
           05  GLHD-TIMESTAMP         PIC X(26).
           05  FILLER                 PIC X(20).
