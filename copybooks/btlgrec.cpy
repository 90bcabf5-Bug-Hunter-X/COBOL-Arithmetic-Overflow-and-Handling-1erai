      *****************************************************
      *  BTLGREC - BATCH DISPOSITION LOG RECORD (BATCHLOG).
      *  ONE RECORD APPENDED BY CNTRPROC FOR EVERY BATCH
      *  ENVELOPE (BATCHHDR ... BATCHTRL) ON THE CYCLE'S
      *  TRANFILE, WHEN THE CYCLE COMPLETES:
      *    C - CONSUMED: THE BATCH PASSED ITS OWN HEADER
      *        DATE, BATCHSEQ AND TRAILER COUNT CHECKS AND
      *        ITS DETAILS WENT THROUGH THE EDIT PASS
      *    R - REFUSED: THE WHOLE BATCH WAS SET ASIDE FOR
      *        BTLG-REASON; NONE OF ITS DETAILS WERE COUNTED
      *        (A BTCH RECORD ON REJFILE CARRIES THE HEADER
      *        IMAGE AND AN EXCPFILE EXCEPTION IS RAISED)
      *  BTLG-DETAIL-COUNT IS THE DETAIL RECORDS FOUND IN
      *  THE ENVELOPE, BTLG-TRAILER-COUNT WHAT ITS TRAILER
      *  CLAIMED. READ BY CYCINQ.
      *****************************************************
       01  BTLG-RECORD.
           05  BTLG-CYCLE-ID          PIC X(11).
           05  BTLG-TIMESTAMP         PIC X(26).
           05  BTLG-BATCH-NO          PIC 9(6).
           05  BTLG-ENTITY-CODE       PIC X(3).
           05  BTLG-FILE-DATE         PIC X(8).
           05  BTLG-RECYCLE-FLAG      PIC X(1).
           05  BTLG-DETAIL-COUNT      PIC 9(10).
           05  BTLG-TRAILER-COUNT     PIC 9(10).
           05  BTLG-DISPOSITION       PIC X(1).
               88  BTLG-CONSUMED            VALUE "C".
               88  BTLG-REFUSED             VALUE "R".
           05  BTLG-REASON            PIC X(40).
           05  FILLER                 PIC X(4).
