      *****************************************************
      *  ALRDREC - ALERT DEFINITION CARD (ALRTDEF).
      *  ONE 80-BYTE CARD PER MESSAGE CODE SETTING THE
      *  SEVERITY (C/E/W/I, SEE ALRTREC) AND WHETHER THE
      *  ALERT PAGES (Y/N). A BLANK FIELD, OR A CODE WITH NO
      *  CARD, LEAVES THE RAISING PROGRAM'S DEFAULT. CODES:
      *    CNTRPROC: CNTROVFL CNTRARTH CNTRAMOV CNTRRSTR
      *      CNTRBREJ CNTRSEQF CNTRXFAL CNTRREGF (EXCPFILE
      *      HANDLERS), CNTRBTCH (BATCH REFUSED), CNTRDISC
      *      (DISCFILE),
      *      CNTRUNAK (EXTRACT NOT ACKNOWLEDGED), CNTRBDAT
      *      (BUSINESS DATE NOTICE), CNTRXMIT (RETRANSMIT
      *      FAILED), CNTRRETC (CYCLE ENDED NON-ZERO RC).
      *    AUDTRPT: AUDTCHBK (CHAIN BREAK), AUDTCTLX (FINAL
      *      VALUE NOT CTLFILE), AUDTCTLN (CTLFILE UNREAD).
      *    ARCPURGE: ARCPSKIP (FILE SKIPPED), ARCPRWRT (LIVE
      *      FILE REWRITE FAILED).
      *    REJRECYC: RCYCREFU (REQUEST REFUSED), RCYCRWRT
      *      (REJFILE NOT UPDATED).
      *    PERCLOSE: PCLSREFU (CLOSE REFUSED), PCLSEXCP
      *      (PERIOD CLOSED WITH EXCEPTIONS/DISCREPANCIES).
      *    CYCABND: ABNDREFU (ABANDON REFUSED), ABNDDONE
      *      (CYCLE ABANDONED).
      *****************************************************
       01  ALRD-RECORD.
           05  ALRD-MSG-CODE          PIC X(8).
           05  ALRD-SEVERITY          PIC X(1).
           05  ALRD-PAGE-FLAG         PIC X(1).
           05  ALRD-DESCRIPTION       PIC X(40).
           05  FILLER                 PIC X(30).
