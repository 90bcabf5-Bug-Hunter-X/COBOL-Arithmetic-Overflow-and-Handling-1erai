      *  WITH MAKER AND CHECKER IDS AND AN EFFECTIVE
      *  DATE; CNTRPROC APPLIES EVERY REQUEST EFFECTIVE
      *  FOR THE CYCLE AND WRITES THE DISPOSITION BACK SO
      *  THE REQUESTER CAN SEE WHAT HAPPENED. BOTH IDS ARE
      *  CHECKED AGAINST OPERAUTH; A REFUSAL IS REJECTED
      *  WITH THE REASON AS ITS DISPOSITION.
      *    MNTQ-STATUS: P = PENDING, A = APPLIED,
      *                 R = REJECTED
      *****************************************************
