      *  AS ZERO.
      *****************************************************
      *****************************************************
      *  THE FILE CARRIES ONE OR MORE BATCH ENVELOPES, EACH
      *  A BATCH HEADER RECORD ("BATCHHDR" IN POSITIONS
      *  1-8), ITS DETAILS AND A TRAILER RECORD
      *  ("BATCHTRL"), SUPPLIED BY UPSTREAM SO CNTRPROC CAN
      *  PROVE EACH BATCH ARRIVED WHOLE AND IN SEQUENCE
      *  BEFORE ANY COUNTING BEGINS. EACH BATCH IS ACCEPTED
      *  OR REFUSED ON ITS OWN AGAINST ITS HEADER ENTITY'S
      *  BATCHSEQ, SO SEVERAL ENTITIES' FEEDS (OR SEVERAL
      *  BATCHES OF ONE ENTITY, IN NUMBER ORDER) MAY BE
      *  MERGED INTO ONE FILE.
      *  TRAN-HDR-RECYCLE-FLAG "R" MARKS A SUPPLEMENTAL
      *  RECYCLE BATCH BUILT BY REJRECYC FROM CORRECTED
      *  REJECTS: IT CONSUMES NO BATCHSEQ NUMBER AND IS
      *  SINGLE CYCLE. A BLANK DETAIL ENTITY INHERITS THE
      *  HEADER ENTITY; A BLANK HEADER ENTITY KEEPS THE
      *  PRE-ENTITY SINGLE-COMPANY BEHAVIOUR.
      *****************************************************
      *****************************************************
      *  A REVERSAL DETAIL (A TYPE FLAGGED AS A REVERSAL ON
      *  TYPEFILE) CARRIES THE TRAN-KEY OF THE PAYMENT IT
      *  REVERSES IN TRAN-REV-ORIG-KEY, THE FIRST 16 BYTES
      *  OF TRAN-DATA-REST. TRAN-AMOUNT IS THE VALUE BEING
      *  REVERSED - THE WHOLE ORIGINAL OR PART OF IT.
      *****************************************************
       01  TRAN-RECORD.
           05  TRAN-KEY                PIC X(16).
               10  TRAN-AMOUNT-X REDEFINES TRAN-AMOUNT
                                       PIC X(11).
               10  TRAN-DATA-REST      PIC X(47).
               10  TRAN-REV-DATA REDEFINES TRAN-DATA-REST.
                   15  TRAN-REV-ORIG-KEY
                                       PIC X(16).
                   15  FILLER          PIC X(31).
       01  TRAN-HEADER-REC.
           05  TRAN-HDR-ID             PIC X(8).
           05  TRAN-HDR-FILE-DATE      PIC X(8).
