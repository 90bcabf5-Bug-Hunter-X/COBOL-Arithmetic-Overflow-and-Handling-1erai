      *****************************************************
      *  GLACREC - GL ACCOUNT MAPPING REFERENCE RECORD
      *  (GLACCT). ONE 80-BYTE CARD PER TRANSACTION TYPE,
      *  MAINTAINED BY OPERATIONS THE SAME WAY AS TYPEFILE,
      *  NAMING THE GENERAL-LEDGER ACCOUNTS CNTRPROC POSTS
      *  THE TYPE'S CYCLE VALUE TO ON THE GLJRNL JOURNAL.
      *    GLAC-ENTITY-CODE: SPACES = THE DEFAULT FOR EVERY
      *    ENTITY; A CARD NAMING AN ENTITY OVERRIDES THE
      *    DEFAULT FOR THAT ENTITY ONLY.
      *    GLAC-DEBIT-ACCOUNT / GLAC-CREDIT-ACCOUNT: THE
      *    TYPE'S VALUE IS DEBITED TO THE ONE AND CREDITED
      *    TO THE OTHER. THE PER-TYPE VALUES ARE GROSS, SO
      *    A REVERSAL TYPE'S CARD CARRIES THE ACCOUNTS OF
      *    THE TYPE IT REVERSES THE OTHER WAY ROUND.
      *  A TYPE WITH VALUE IN THE CYCLE BUT NO CARD FOR THE
      *  ENTITY (AND NO DEFAULT) HOLDS THAT ENTITY'S WHOLE
      *  JOURNAL BACK FOR THE CYCLE.
      *****************************************************
       01  GLAC-RECORD.
           05  GLAC-TYPE-CODE         PIC X(3).
           05  GLAC-ENTITY-CODE       PIC X(3).
           05  GLAC-DEBIT-ACCOUNT     PIC X(12).
           05  GLAC-CREDIT-ACCOUNT    PIC X(12).
           05  GLAC-DESCRIPTION       PIC X(30).
           05  FILLER                 PIC X(20).
