      *      FLIGHT ONLY THAT BATCH'S REJECTS ARE SETTLED.
      *      BLANK SETTLES EVERY IN-FLIGHT REJECT (SAFE
      *      ONLY WHEN ONE BATCH IS OUT).
      *    BUILD AND SETTL ARE MAKER/CHECKER ACTIONS:
      *      RCYC-OPERATOR-ID AND A DIFFERENT
      *      RCYC-SIGNOFF-ID MUST EACH HOLD AUTHORITY FOR
      *      THE MODE ON OPERAUTH (SEE OPAUREC).
      *    ANY OTHER CODE (OR NO PARM): REPORT ONLY.
      *  THE REJECT AGING REPORT IS WRITTEN ON EVERY RUN.
      *****************************************************
       10  RCYC-REASON-CODE         PIC X(4).
       10  RCYC-CYCLE-ID            PIC X(11).
       10  RCYC-BUILD-DATE          PIC X(8).
       10  RCYC-OPERATOR-ID         PIC X(8).
       10  RCYC-SIGNOFF-ID          PIC X(8).
       10  FILLER                   PIC X(36).
