      *****************************************************
      *  SECVREC - SECURITY VIOLATION RECORD (SECVFILE).
      *  ONE RECORD APPENDED FOR EVERY PRIVILEGED REQUEST
      *  REFUSED ON OPERATOR AUTHORITY (SEE OPAUREC).
      *  SECV-OPERATOR-ID / SECV-ROLE NAME THE ID THAT
      *  FAILED (M = MAKER, A = CHECKER); BOTH IDS AS
      *  PRESENTED ARE KEPT ALONGSIDE. SECV-REFERENCE IS
      *  WHAT THE ACTION NAMED (CYCLE, PERIOD, TRAN KEY).
      *    SECV-REASON-CODE: MISS = AN ID MISSING,
      *      SAME = BOTH IDS IDENTICAL, NOAU = NO CARD FOR
      *      THE ACTION AND ROLE, SCOP = ENTITY OUTSIDE THE
      *      CARD'S SCOPE, INAC = NOT YET ACTIVE,
      *      EXPD = EXPIRED.
      *****************************************************
       01  SECV-RECORD.
           05  SECV-TIMESTAMP         PIC X(26).
           05  SECV-PROGRAM           PIC X(8).
           05  SECV-ACTION-CODE       PIC X(5).
           05  SECV-OPERATOR-ID       PIC X(8).
           05  SECV-ROLE              PIC X(1).
           05  SECV-MAKER-ID          PIC X(8).
           05  SECV-CHECKER-ID        PIC X(8).
           05  SECV-ENTITY-CODE       PIC X(3).
           05  SECV-REFERENCE         PIC X(16).
           05  SECV-REASON-CODE       PIC X(4).
           05  SECV-REASON-TEXT       PIC X(40).
           05  FILLER                 PIC X(13).
