      *****************************************************
      *  OPLGREC - OPERATOR AUTHORITY USE RECORD (OPERLOG).
      *  TWO RECORDS APPENDED FOR EVERY PRIVILEGED REQUEST
      *  GRANTED ON OPERATOR AUTHORITY (SEE OPAUREC): ONE
      *  FOR THE MAKER (ROLE M) AND ONE FOR THE CHECKER
      *  (ROLE A), EACH NAMING THE OTHER AS PARTNER. READ
      *  BY ACCSRPT FOR EACH OPERATOR'S ACTUAL USE.
      *****************************************************
       01  OPLG-RECORD.
           05  OPLG-TIMESTAMP         PIC X(26).
           05  OPLG-PROGRAM           PIC X(8).
           05  OPLG-ACTION-CODE       PIC X(5).
           05  OPLG-OPERATOR-ID       PIC X(8).
           05  OPLG-ROLE              PIC X(1).
           05  OPLG-PARTNER-ID        PIC X(8).
           05  OPLG-ENTITY-CODE       PIC X(3).
           05  OPLG-REFERENCE         PIC X(16).
           05  FILLER                 PIC X(5).
