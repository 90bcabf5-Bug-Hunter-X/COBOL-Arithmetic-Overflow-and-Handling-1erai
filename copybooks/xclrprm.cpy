      *  THE MATCHING TIMESTAMP. THE OPERATOR ID AND
      *  RESOLUTION NOTE ARE STAMPED ON EACH CLEARED
      *  RECORD AND THE ACTION IS WRITTEN TO THE AUDIT
      *  TRAIL. THE CLEAR IS A MAKER/CHECKER ACTION: THE
      *  OPERATOR ID AND A DIFFERENT SIGN-OFF ID MUST EACH
      *  HOLD CLEAR AUTHORITY ON OPERAUTH (SEE OPAUREC).
      *****************************************************
       10  XCLR-TRAN-CODE           PIC X(5).
       10  XCLR-OPERATOR-ID         PIC X(8).
       10  XCLR-RUN-ID              PIC X(11).
       10  XCLR-TIMESTAMP           PIC X(26).
       10  XCLR-NOTE                PIC X(22).
       10  XCLR-SIGNOFF-ID          PIC X(8).
