      *****************************************************
      *  OPAUREC - OPERATOR AUTHORITY REFERENCE RECORD
      *  (OPERAUTH). ONE 80-BYTE CARD PER OPERATOR, ACTION
      *  AND ENTITY SCOPE, MAINTAINED BY SECURITY
      *  ADMINISTRATION. EVERY MAKER/CHECKER PATH CHECKS
      *  BOTH IDS AGAINST IT: THE MAKER (OPERATOR ID) MUST
      *  HOLD A CARD FOR THE ACTION WITH ROLE M OR B, THE
      *  CHECKER (SIGN-OFF ID) ONE WITH ROLE A OR B.
      *    OPAU-ACTION-CODE: SET, ADJ (CNTRPROC MAINT PARM
      *      AND MNTQFILE), CLOSE (PERCLOSE), ABAND
      *      (CYCABND), CLEAR (EXCPCLR), BUILD, SETTL
      *      (REJRECYC), RELSE, DECLN (SUSPREL), BKOUT
      *      (CYCBKOUT), REBIL (FEEBILL).
      *    OPAU-ROLE: M = MAY MAKE, A = MAY APPROVE,
      *      B = BOTH (NEVER ON THE SAME REQUEST).
      *    OPAU-ENTITY-CODE: SPACES = EVERY ENTITY; AN
      *      ACTION THAT SPANS ALL ENTITIES NEEDS A SPACES
      *      CARD.
      *    OPAU-ACTIVE-DATE / OPAU-EXPIRY-DATE (YYYYMMDD):
      *      THE CARD COUNTS FROM THE ACTIVE DATE THROUGH
      *      THE EXPIRY DATE; SPACES = NO LIMIT.
      *  WITHOUT THE FILE NO PRIVILEGED ACTION IS
      *  AUTHORIZED. REFUSALS GO TO SECVFILE (SECVREC),
      *  GRANTED ACTIONS TO OPERLOG (OPLGREC); ACCSRPT
      *  REPORTS ALL THREE.
      *****************************************************
       01  OPAU-RECORD.
           05  OPAU-OPERATOR-ID       PIC X(8).
           05  OPAU-ACTION-CODE       PIC X(5).
           05  OPAU-ROLE              PIC X(1).
           05  OPAU-ENTITY-CODE       PIC X(3).
           05  OPAU-ACTIVE-DATE       PIC X(8).
           05  OPAU-EXPIRY-DATE       PIC X(8).
           05  OPAU-OPERATOR-NAME     PIC X(30).
           05  FILLER                 PIC X(17).
