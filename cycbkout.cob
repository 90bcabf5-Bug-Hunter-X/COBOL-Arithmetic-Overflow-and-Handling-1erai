       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCBKOUT.
      *****************************************************
      *  CYCBKOUT - AUTHORIZED BACK-OUT OF A COMPLETED
      *  CYCLE.
      *
      *  WHEN A CYCLE IS FOUND AFTER THE FACT TO HAVE RUN
      *  THE WRONG TRANSACTION FILE, OR THE SAME FILE TWICE
      *  UNDER A NEW NAME, ITS COUNTS ARE ALREADY IN EVERY
      *  CONTROL-FILE COUNTER AND DOWNSTREAM HAS THE
      *  EXTRACT. THIS UTILITY REVERSES A NAMED COMPLETED
      *  CYCLE UNDER THE SAME MAKER/CHECKER RULE AS
      *  MAINTPRM - TWO DISTINCT OPERATOR IDS, EACH HOLDING
      *  BKOUT AUTHORITY ON OPERAUTH. THE CYCLE'S FINAL
      *  RUNHIST SET IS THE SOURCE OF TRUTH: ITS OWN
      *  INCREMENTS (HIST-CYCLE-INCREMENT AND THE PER-TYPE
      *  CYCLE COUNTS) ARE SUBTRACTED FROM THE AGGREGATE
      *  COUNTER1 AND TYPE KEYS AND FROM EVERY ENTITY'S
      *  COUNTER1 AND TYPE KEYS. THEN:
      *    - A "BKOUT" AUDIT RECORD IS APPENDED WITH OLD
      *      VALUE = THE AGGREGATE COUNTER BEFORE AND NEW
      *      VALUE = AFTER, SO THE AUDTRPT VALUE CHAIN STAYS
      *      UNBROKEN;
      *    - EVERY RUNHIST AND XTRACFIL RECORD OF THE CYCLE
      *      IS MARKED BACKED OUT (FLAG B AND THE DATE),
      *      BOTH FILES BEING REWRITTEN THROUGH A WORK FILE
      *      (RUNHWORK, XTRCWORK) AS EXCPCLR DOES;
      *    - A REVERSING EXTRACT (FLAG R) IS APPENDED TO
      *      XTRACFIL, ONE RECORD PER RUNHIST RECORD OF THE
      *      FINAL SET, FOR DOWNSTREAM TO TAKE BACK OFF AND
      *      ACKNOWLEDGE IN ITS OWN RIGHT (XACK-EXTRACT-FLAG
      *      R);
      *    - A REVERSING JOURNAL IS APPENDED TO GLJRNL: EVERY
      *      LINE THE CYCLE'S JOURNAL POSTED, DEBIT AND
      *      CREDIT SWAPPED, UNDER ITS OWN HEADER (JOB NAME
      *      CYCBKOUT) AND TRAILER. VALUE THE CYCLE HELD ON
      *      GLHOLD WAS NEVER POSTED AND IS NOT REVERSED;
      *    - THE CYCLE'S KEYS ARE TAKEN OFF TRANREG (A
      *      REVERSAL IS FIRST UNDONE ON ITS ORIGINAL) SO A
      *      CORRECTED RESEND IS NOT REJECTED AS DUPX, AND
      *      SUSPENSE ITEMS THE CYCLE COUNTED GO BACK TO
      *      RELEASED (R) TO BE COUNTED AGAIN;
      *    - THE BACK-OUT IS RECORDED ON EXCPFILE WITH BOTH
      *      OPERATOR IDS, WITH ONE FURTHER RECORD FOR EACH
      *      COUNTER, REGISTER ENTRY OR SUSPENSE ITEM THAT
      *      COULD NOT BE REWRITTEN (RC 16).
      *  THE BACK-OUT IS REFUSED (RC 24), WITH NOTHING
      *  CHANGED, WHEN THE CYCLE'S PERIOD - OR ANY LATER
      *  ONE - HAS BEEN CLOSED BY PERCLOSE (THE COUNTERS
      *  HAVE SINCE BEEN RESET AND THE PERIOD SUMMARY
      *  ALREADY INCLUDES THE CYCLE), WHEN THE CYCLE HAS NO
      *  RUNHIST RECORDS, IS ALREADY BACKED OUT OR CARRIES
      *  NO INCREMENTS (CONVERTED HISTORY, FLAG X), WHEN IT
      *  IS STILL IN FLIGHT (OPEN CHECKPOINT), WHEN A KEY
      *  IT COUNTED HAS SINCE BEEN REVERSED BY A LATER
      *  CYCLE (BACK THAT CYCLE OUT FIRST), OR WHEN ANY
      *  COUNTER STANDS BELOW WHAT THE CYCLE ADDED TO IT,
      *  OR WHEN ITS GL JOURNAL IS TOO LARGE TO REVERSE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-WORK-FILE ASSIGN TO "RUNHWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWRK-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "XTRACFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRAC-STATUS.

           SELECT XTRAC-WORK-FILE ASSIGN TO "XTRCWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XWRK-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RESTART-FILE ASSIGN TO "RESTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REST-KEY
               FILE STATUS IS WS-REST-STATUS.

           SELECT TRAN-REGISTER-FILE ASSIGN TO "TRANREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREG-TRAN-KEY
               FILE STATUS IS WS-TREG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-TRAN-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL PERIOD-SUMMARY-FILE ASSIGN TO "PERSUMM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERS-STATUS.

           SELECT OPTIONAL TYPE-FILE ASSIGN TO "TYPEFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPAU-STATUS.

           SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       COPY "runhrec.cpy".

       FD  HIST-WORK-FILE.
       01  HWRK-RECORD                    PIC X(804).

       FD  INTERFACE-FILE.
       COPY "xtracrec.cpy".

       FD  XTRAC-WORK-FILE.
       01  XWRK-RECORD                    PIC X(584).

       FD  CONTROL-FILE.
       COPY "ctlrec.cpy".

       FD  RESTART-FILE.
       COPY "restrec.cpy".

       FD  TRAN-REGISTER-FILE.
       COPY "tregrec.cpy".

       FD  SUSPENSE-FILE.
       COPY "susprec.cpy".

       FD  PERIOD-SUMMARY-FILE.
       COPY "persrec.cpy".

       FD  TYPE-FILE.
       COPY "typrec.cpy".

       FD  AUDIT-FILE.
       COPY "auditrec.cpy".

       FD  EXCEPTION-FILE.
       COPY "excprec.cpy".

       FD  GL-JOURNAL-FILE.
       COPY "gljrec.cpy".

       FD  OPERATOR-AUTH-FILE.
       COPY "opaurec.cpy".

       FD  SECURITY-VIOLATION-FILE.
       COPY "secvrec.cpy".

       FD  OPERATOR-LOG-FILE.
       COPY "oplgrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS               PIC XX VALUE "00".
       01  WS-HWRK-STATUS               PIC XX VALUE "00".
       01  WS-XTRAC-STATUS              PIC XX VALUE "00".
       01  WS-XWRK-STATUS               PIC XX VALUE "00".
       01  WS-CTL-STATUS                PIC XX VALUE "00".
       01  WS-REST-STATUS               PIC XX VALUE "00".
       01  WS-TREG-STATUS               PIC XX VALUE "00".
       01  WS-SUSP-STATUS               PIC XX VALUE "00".
       01  WS-PERS-STATUS               PIC XX VALUE "00".
       01  WS-TYPE-STATUS               PIC XX VALUE "00".
       01  WS-AUDIT-STATUS              PIC XX VALUE "00".
       01  WS-EXCP-STATUS               PIC XX VALUE "00".
       01  WS-GLJ-STATUS                PIC XX VALUE "00".

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-BKOUT-VALID-SW            PIC X VALUE "N".
           88  WS-BKOUT-VALID                  VALUE "Y".
       01  WS-REFUSED-SW                PIC X VALUE "N".
           88  WS-REFUSED                      VALUE "Y".
       01  WS-REWRITE-OK-SW             PIC X VALUE "N".
           88  WS-REWRITE-OK                   VALUE "Y".
       01  WS-XTRAC-FAILED-SW           PIC X VALUE "N".
           88  WS-XTRAC-FAILED                 VALUE "Y".
       01  WS-DECR-FAILED-SW            PIC X VALUE "N".
           88  WS-DECR-FAILED                  VALUE "Y".
       01  WS-KEY-FAILED-SW             PIC X VALUE "N".
           88  WS-KEY-FAILED                   VALUE "Y".
       01  WS-GLJ-FAILED-SW             PIC X VALUE "N".
           88  WS-GLJ-FAILED                   VALUE "Y".

       01  WS-REFUSE-TEXT               PIC X(60) VALUE SPACES.
       01  WS-TIMESTAMP                 PIC X(26).
       01  WS-TODAY                     PIC X(8).
       01  WS-CYCLE-PERIOD              PIC X(6).

       01  WS-TYPE-COUNT               PIC 9(2) COMP VALUE 0.
       01  WS-TYPE-SUB                 PIC 9(2) COMP.
       01  WS-TBL-SUB                  PIC 9(2) COMP.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 20 TIMES.
               10  WS-TYPE-CODE        PIC X(3).
               10  WS-TYPE-CTL-KEY     PIC X(8).

      *****************************************************
      *  THE CYCLE'S FINAL RUNHIST SET: THE ALL-ENTITY
      *  AGGREGATE IN ENTRY 1 AND ONE ENTRY PER ENTITY (AT
      *  MOST 10, AS IN CNTRPROC). A RERUN OF THE SAME
      *  CYCLE ID APPENDS A FRESH SET, SO THE TABLE IS
      *  RESTARTED AT EVERY ALL RECORD OF THE CYCLE.
      *****************************************************
       01  WS-BK-COUNT                 PIC 9(2) COMP VALUE 0.
       01  WS-BK-SUB                   PIC 9(2) COMP.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 11 TIMES.
               10  WS-BK-ENTITY        PIC X(3).
               10  WS-BK-FLAG          PIC X(1).
               10  WS-BK-DATE          PIC X(8).
               10  WS-BK-INCREMENT     PIC 9(10) COMP-3.
               10  WS-BK-FINAL-COUNTER PIC 9(10) COMP-3.
               10  WS-BK-TOTAL-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-BK-TYPE-COUNT    PIC 9(2).
               10  WS-BK-TYPE OCCURS 20 TIMES.
                   15  WS-BK-TYPE-CODE PIC X(3).
                   15  WS-BK-TYPE-CYCLE
                                       PIC 9(10) COMP-3.
                   15  WS-BK-TYPE-AMOUNT
                                       PIC 9(11)V99 COMP-3.
       01  WS-BK-TABLE-FULL-SW         PIC X VALUE "N".
           88  WS-BK-TABLE-FULL              VALUE "Y".

       01  WS-APPLY-SW                 PIC X VALUE "N".
           88  WS-APPLY-PASS                 VALUE "Y".
       01  WS-CTL-ENTITY               PIC X(3).
       01  WS-CTL-KEY-NAME             PIC X(8).
       01  WS-DECREMENT                PIC 9(10) COMP-3 VALUE 0.
       01  WS-OLD-COUNTER              PIC 9(10) COMP-3 VALUE 0.
       01  WS-NEW-COUNTER              PIC 9(10) COMP-3 VALUE 0.

      *****************************************************
      *  CONTROL RECORDS WHOSE DECREMENT REWRITE FAILED ON
      *  THE APPLY PASS, EACH NAMED ON ITS OWN EXCPFILE
      *  RECORD. 231 COVERS COUNTER1 AND 20 TYPES FOR THE
      *  AGGREGATE AND 10 ENTITIES.
      *****************************************************
       01  WS-DECR-FAIL-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-DECR-FAIL-SUB            PIC 9(3) COMP.
       01  WS-DECR-FAIL-TABLE.
           05  WS-DECR-FAIL-ENTRY OCCURS 231 TIMES.
               10  WS-DF-ENTITY        PIC X(3).
               10  WS-DF-KEY-NAME      PIC X(8).

      *****************************************************
      *  REGISTER ENTRIES AND SUSPENSE ITEMS WHOSE REWRITE
      *  FAILED, EACH NAMED ON ITS OWN EXCPFILE RECORD.
      *****************************************************
       01  WS-KEY-FAIL-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-KEY-FAIL-SUB             PIC 9(3) COMP.
       01  WS-KEY-FAIL-TABLE.
           05  WS-KEY-FAIL-ENTRY OCCURS 100 TIMES.
               10  WS-KF-FILE          PIC X(8).
               10  WS-KF-KEY           PIC X(16).
       01  WS-KF-FILE-NAME             PIC X(8).
       01  WS-KF-FAILED-KEY            PIC X(16).

      *****************************************************
      *  THE LINES POSTED BY THE CYCLE'S GL JOURNAL - THE
      *  LATEST ONE CNTRPROC WROTE FOR THE CYCLE, A RERUN
      *  APPENDING A FRESH JOURNAL - AND THE TOTALS OF THE
      *  REVERSING JOURNAL BUILT FROM THEM. 440 LINES COVER
      *  A DEBIT AND A CREDIT FOR 20 TYPES IN 10 ENTITIES
      *  AND THE UNSCOPED VALUE.
      *****************************************************
       01  WS-GL-FOUND-SW              PIC X VALUE "N".
           88  WS-GL-FOUND                   VALUE "Y".
       01  WS-GL-IN-JOURNAL-SW         PIC X VALUE "N".
           88  WS-GL-IN-JOURNAL              VALUE "Y".
       01  WS-GL-TABLE-FULL-SW         PIC X VALUE "N".
           88  WS-GL-TABLE-FULL              VALUE "Y".
       01  WS-GL-BUSINESS-DATE         PIC X(8) VALUE SPACES.
       01  WS-GL-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-GL-SUB                   PIC 9(3) COMP.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 440 TIMES.
               10  WS-GL-ENTITY        PIC X(3).
               10  WS-GL-TYPE          PIC X(3).
               10  WS-GL-ACCOUNT       PIC X(12).
               10  WS-GL-DR-CR         PIC X(1).
               10  WS-GL-AMOUNT        PIC 9(11)V99.
               10  WS-GL-DESCRIPTION   PIC X(30).
       01  WS-GL-LINE-COUNT            PIC 9(6) VALUE 0.
       01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.

       01  WS-SAVE-TREG-KEY            PIC X(16).
       01  WS-SAVE-REVERSAL-FLAG       PIC X(1).
       01  WS-SAVE-ORIG-KEY            PIC X(16).
       01  WS-SAVE-AMOUNT              PIC 9(9)V99.

       01  WS-HIST-MARKED              PIC 9(5) COMP-3 VALUE 0.
       01  WS-XTRAC-MARKED             PIC 9(5) COMP-3 VALUE 0.
       01  WS-TREG-REMOVED             PIC 9(7) COMP-3 VALUE 0.
       01  WS-SUSP-RESET               PIC 9(5) COMP-3 VALUE 0.

       01  WS-BKOUT-REASON.
           05  FILLER                  PIC X(20) VALUE
               "CYCLE BACKED OUT BY ".
           05  WS-BR-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  WS-BR-SIGNOFF           PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.

      *****************************************************
      *  OPERATOR AUTHORITY CHECK (SEE OPAUREC). THE CALLER
      *  FILLS WS-AUTH-REQUEST AND PERFORMS
      *  8000-CHECK-AUTHORITY; WS-AUTH-GRANTED IS SET ONLY
      *  WHEN THE MAKER AND CHECKER ARE DISTINCT AND EACH
      *  HOLDS A CURRENT OPERAUTH CARD FOR THE ACTION, ROLE
      *  AND ENTITY. OTHERWISE WS-AUTH-REFUSE-CODE AND
      *  WS-AUTH-REFUSE-TEXT SAY WHY AND THE ATTEMPT IS ON
      *  SECVFILE.
      *****************************************************
       01  WS-OPAU-STATUS              PIC XX VALUE "00".
       01  WS-SECV-STATUS              PIC XX VALUE "00".
       01  WS-OPLG-STATUS              PIC XX VALUE "00".
       01  WS-OPAU-EOF-SW              PIC X VALUE "N".
           88  WS-OPAU-EOF                   VALUE "Y".
       01  WS-OPAU-LOADED-SW           PIC X VALUE "N".
           88  WS-OPAU-LOADED                VALUE "Y".
       01  WS-OPAU-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-OPAU-SUB                 PIC 9(3) COMP.
       01  WS-OPAU-TABLE.
           05  WS-OPAU-ENTRY OCCURS 200 TIMES.
               10  WS-OPAU-OPERATOR    PIC X(8).
               10  WS-OPAU-ACTION      PIC X(5).
               10  WS-OPAU-ROLE        PIC X.
               10  WS-OPAU-ENTITY      PIC X(3).
               10  WS-OPAU-ACTIVE      PIC X(8).
               10  WS-OPAU-EXPIRY      PIC X(8).
       01  WS-AUTH-REQUEST.
           05  WS-AUTH-PROGRAM         PIC X(8) VALUE "CYCBKOUT".
           05  WS-AUTH-ACTION          PIC X(5) VALUE SPACES.
           05  WS-AUTH-ENTITY          PIC X(3) VALUE SPACES.
           05  WS-AUTH-REFERENCE       PIC X(16) VALUE SPACES.
           05  WS-AUTH-MAKER           PIC X(8) VALUE SPACES.
           05  WS-AUTH-CHECKER         PIC X(8) VALUE SPACES.
       01  WS-AUTH-TIMESTAMP           PIC X(26).
       01  WS-AUTH-DATE                PIC X(8).
       01  WS-AUTH-OPERATOR            PIC X(8).
       01  WS-AUTH-ROLE                PIC X.
       01  WS-AUTH-RESULT              PIC X(4).
       01  WS-AUTH-GRANTED-SW          PIC X VALUE "N".
           88  WS-AUTH-GRANTED               VALUE "Y".
       01  WS-AUTH-REFUSE-CODE         PIC X(4) VALUE SPACES.
       01  WS-AUTH-REFUSE-TEXT         PIC X(40) VALUE SPACES.
       01  WS-AUTH-ROLE-WORD           PIC X(11).
       01  WS-AUTH-PHRASE              PIC X(28).

       01  WS-RETURN-CODES.
           05  WS-NORMAL-RC            PIC 9(3) VALUE 0.
           05  WS-REWRITE-FAIL-RC      PIC 9(3) VALUE 16.
           05  WS-BKOUT-REJECT-RC      PIC 9(3) VALUE 24.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(80).
           05  LK-BKOT-PARM REDEFINES LK-PARM-DATA.
               COPY "bkotprm.cpy".

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 1000-VALIDATE-BKOUT-REQUEST
           IF NOT WS-BKOUT-VALID
               DISPLAY "CYCBKOUT: BACK-OUT REQUEST REJECTED - "
                   "TRANSACTION CODE NOT BKOUT OR CYCLE ID MISSING"
               MOVE WS-BKOUT-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "BKOUT" TO WS-AUTH-ACTION
           MOVE SPACES TO WS-AUTH-ENTITY
           MOVE BKOT-CYCLE-ID TO WS-AUTH-REFERENCE
           MOVE BKOT-OPERATOR-ID TO WS-AUTH-MAKER
           MOVE BKOT-SIGNOFF-ID TO WS-AUTH-CHECKER
           PERFORM 8000-CHECK-AUTHORITY
           IF NOT WS-AUTH-GRANTED
               DISPLAY "CYCBKOUT: BACK-OUT REQUEST REJECTED - "
                   WS-AUTH-REFUSE-TEXT
               MOVE WS-BKOUT-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BKOT-CYCLE-ID(1:6) TO WS-CYCLE-PERIOD
           PERFORM 1100-LOAD-TYPE-TABLE
           PERFORM 1200-CHECK-PERIOD-CLOSED
           IF NOT WS-REFUSED
               PERFORM 1300-LOAD-CYCLE-HISTORY
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1400-CHECK-IN-FLIGHT
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1500-CHECK-LATER-REVERSALS
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1600-LOAD-CYCLE-JOURNAL
           END-IF
           IF NOT WS-REFUSED
               OPEN I-O CONTROL-FILE
               IF WS-CTL-STATUS NOT = "00"
                   SET WS-REFUSED TO TRUE
                   MOVE "UNABLE TO OPEN CTLFILE" TO WS-REFUSE-TEXT
               ELSE
                   MOVE "N" TO WS-APPLY-SW
                   PERFORM 2000-PASS-COUNTERS
                   IF WS-REFUSED
                       CLOSE CONTROL-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-REFUSED
               DISPLAY "CYCBKOUT: BACK-OUT OF CYCLE " BKOT-CYCLE-ID
                   " REFUSED - " WS-REFUSE-TEXT
               MOVE WS-BKOUT-REJECT-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 3000-MARK-RUN-HISTORY
           IF WS-REWRITE-OK
               PERFORM 3100-COPY-BACK-RUN-HISTORY
           END-IF
           IF NOT WS-REWRITE-OK
               CLOSE CONTROL-FILE
               DISPLAY "CYCBKOUT: NO BACK-OUT APPLIED - RUNHIST NOT "
                   "CLEANLY REWRITTEN"
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
               GOBACK
           END-IF

           SET WS-APPLY-PASS TO TRUE
           PERFORM 2000-PASS-COUNTERS
           CLOSE CONTROL-FILE
           PERFORM 4000-WRITE-BKOUT-AUDIT-RECORD
           PERFORM 5000-MARK-EXTRACTS
           IF WS-REWRITE-OK
               PERFORM 5100-COPY-BACK-EXTRACTS
           END-IF
           IF WS-REWRITE-OK
               PERFORM 5200-WRITE-REVERSING-EXTRACT
           ELSE
               SET WS-XTRAC-FAILED TO TRUE
           END-IF
           PERFORM 5500-WRITE-REVERSING-JOURNAL
           PERFORM 6000-CLEAR-REGISTER-KEYS
           PERFORM 6500-RESET-SUSPENSE-ITEMS
           PERFORM 7000-WRITE-BKOUT-EXCEPTION
           DISPLAY "CYCBKOUT: CYCLE " BKOT-CYCLE-ID " BACKED OUT BY "
               BKOT-OPERATOR-ID "/" BKOT-SIGNOFF-ID " - COUNTER1 "
               WS-OLD-COUNTER " -> " WS-NEW-COUNTER
           DISPLAY "CYCBKOUT: " WS-HIST-MARKED " RUNHIST, "
               WS-XTRAC-MARKED " XTRACFIL RECORD(S) MARKED; "
               WS-TREG-REMOVED " REGISTER KEY(S) REMOVED; "
               WS-SUSP-RESET " SUSPENSE ITEM(S) RETURNED TO RELEASED"
           IF WS-GL-FOUND AND NOT WS-GLJ-FAILED
               DISPLAY "CYCBKOUT: " WS-GL-LINE-COUNT
                   " GL JOURNAL LINE(S) REVERSED ON GLJRNL"
           END-IF
           IF WS-XTRAC-FAILED
               DISPLAY "CYCBKOUT: COUNTERS BACKED OUT BUT NO "
                   "REVERSING EXTRACT PUBLISHED - XTRACFIL NOT "
                   "CLEANLY REWRITTEN"
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
           ELSE
               MOVE WS-NORMAL-RC TO RETURN-CODE
           END-IF
           IF WS-DECR-FAILED
               DISPLAY "CYCBKOUT: " WS-DECR-FAIL-COUNT
                   " COUNTER(S) NOT DECREMENTED - SEE EXCPFILE"
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
           END-IF
           IF WS-KEY-FAILED
               DISPLAY "CYCBKOUT: " WS-KEY-FAIL-COUNT
                   " REGISTER/SUSPENSE RECORD(S) NOT REWRITTEN - "
                   "SEE EXCPFILE"
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
           END-IF
           IF WS-GLJ-FAILED
               DISPLAY "CYCBKOUT: COUNTERS BACKED OUT BUT NO "
                   "REVERSING GL JOURNAL WRITTEN - GLJRNL STATUS "
                   WS-GLJ-STATUS
               MOVE WS-REWRITE-FAIL-RC TO RETURN-CODE
           END-IF
           GOBACK.

       1000-VALIDATE-BKOUT-REQUEST.
           MOVE "N" TO WS-BKOUT-VALID-SW
           IF LK-PARM-LENGTH > 0
                   AND BKOT-TRAN-CODE = "BKOUT"
                   AND BKOT-CYCLE-ID NOT = SPACES
               SET WS-BKOUT-VALID TO TRUE
           END-IF.

       1100-LOAD-TYPE-TABLE.
           MOVE 0 TO WS-TYPE-COUNT
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TYPE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-STORE-TYPE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TYPE-FILE
           ELSE
               CLOSE TYPE-FILE
           END-IF
           IF WS-TYPE-COUNT = 0
               MOVE 3 TO WS-TYPE-COUNT
               MOVE "PAY" TO WS-TYPE-CODE(1)
               MOVE "TYPE-PAY" TO WS-TYPE-CTL-KEY(1)
               MOVE "REV" TO WS-TYPE-CODE(2)
               MOVE "TYPE-REV" TO WS-TYPE-CTL-KEY(2)
               MOVE "INQ" TO WS-TYPE-CODE(3)
               MOVE "TYPE-INQ" TO WS-TYPE-CTL-KEY(3)
           END-IF.

       1110-STORE-TYPE-ENTRY.
           IF TYPE-TRAN-CODE NOT = SPACES AND WS-TYPE-COUNT < 20
               ADD 1 TO WS-TYPE-COUNT
               MOVE TYPE-TRAN-CODE TO WS-TYPE-CODE(WS-TYPE-COUNT)
               MOVE TYPE-CTL-KEY TO WS-TYPE-CTL-KEY(WS-TYPE-COUNT)
           END-IF.

      *****************************************************
      *  PERCLOSE RESETS THE COUNTERS WHEN IT CLOSES A
      *  PERIOD, SO ONCE THE CYCLE'S PERIOD (OR A LATER
      *  ONE) HAS A SUMMARY THE CYCLE'S COUNTS ARE NO
      *  LONGER IN THE COUNTERS TO TAKE BACK OUT.
      *****************************************************
       1200-CHECK-PERIOD-CLOSED.
           OPEN INPUT PERIOD-SUMMARY-FILE
           IF WS-PERS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PERIOD-SUMMARY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PERS-PERIOD-ID NOT < WS-CYCLE-PERIOD
                                   AND NOT WS-REFUSED
                               SET WS-REFUSED TO TRUE
                               STRING "PERIOD " DELIMITED BY SIZE
                                   PERS-PERIOD-ID DELIMITED BY SIZE
                                   " ALREADY CLOSED BY PERCLOSE"
                                       DELIMITED BY SIZE
                                   INTO WS-REFUSE-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-SUMMARY-FILE
           ELSE
               CLOSE PERIOD-SUMMARY-FILE
           END-IF.

       1300-LOAD-CYCLE-HISTORY.
           MOVE 0 TO WS-BK-COUNT
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               MOVE "UNABLE TO OPEN RUNHIST" TO WS-REFUSE-TEXT
               CLOSE RUN-HISTORY-FILE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-ID = BKOT-CYCLE-ID
                               PERFORM 1310-STORE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               PERFORM 1350-CHECK-HISTORY-SET
           END-IF.

       1310-STORE-HISTORY-ENTRY.
           IF HIST-ENTITY-CODE = "ALL"
               MOVE 0 TO WS-BK-COUNT
               MOVE "N" TO WS-BK-TABLE-FULL-SW
           END-IF
           IF WS-BK-COUNT < 11
               ADD 1 TO WS-BK-COUNT
               MOVE HIST-ENTITY-CODE TO WS-BK-ENTITY(WS-BK-COUNT)
               MOVE HIST-BACKOUT-FLAG TO WS-BK-FLAG(WS-BK-COUNT)
               MOVE HIST-BACKOUT-DATE TO WS-BK-DATE(WS-BK-COUNT)
               MOVE HIST-CYCLE-INCREMENT TO
                   WS-BK-INCREMENT(WS-BK-COUNT)
               MOVE 0 TO WS-BK-FINAL-COUNTER(WS-BK-COUNT)
               MOVE HIST-TOTAL-AMOUNT TO
                   WS-BK-TOTAL-AMOUNT(WS-BK-COUNT)
               MOVE HIST-TYPE-COUNT TO WS-BK-TYPE-COUNT(WS-BK-COUNT)
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > HIST-TYPE-COUNT
                   MOVE HIST-TYPE-CODE(WS-TYPE-SUB) TO
                       WS-BK-TYPE-CODE(WS-BK-COUNT WS-TYPE-SUB)
                   MOVE HIST-TYPE-CYCLE-COUNT(WS-TYPE-SUB) TO
                       WS-BK-TYPE-CYCLE(WS-BK-COUNT WS-TYPE-SUB)
                   MOVE HIST-TYPE-TRAN-AMOUNT(WS-TYPE-SUB) TO
                       WS-BK-TYPE-AMOUNT(WS-BK-COUNT WS-TYPE-SUB)
               END-PERFORM
           ELSE
               SET WS-BK-TABLE-FULL TO TRUE
           END-IF.

       1350-CHECK-HISTORY-SET.
           IF WS-BK-COUNT = 0
               SET WS-REFUSED TO TRUE
               MOVE "NO RUNHIST RECORD FOR THE CYCLE"
                   TO WS-REFUSE-TEXT
           ELSE
               IF WS-BK-ENTITY(1) NOT = "ALL" OR WS-BK-TABLE-FULL
                   SET WS-REFUSED TO TRUE
                   MOVE "RUNHIST SET FOR THE CYCLE IS INCOMPLETE"
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT OR WS-REFUSED
               IF WS-BK-FLAG(WS-BK-SUB) = "B"
                   SET WS-REFUSED TO TRUE
                   STRING "CYCLE ALREADY BACKED OUT ON "
                           DELIMITED BY SIZE
                       WS-BK-DATE(WS-BK-SUB) DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
               END-IF
               IF WS-BK-FLAG(WS-BK-SUB) = "X"
                   SET WS-REFUSED TO TRUE
                   MOVE "HISTORY CARRIES NO CYCLE INCREMENTS"
                       TO WS-REFUSE-TEXT
               END-IF
           END-PERFORM.

       1400-CHECK-IN-FLIGHT.
           OPEN INPUT RESTART-FILE
           IF WS-REST-STATUS = "00"
               MOVE BKOT-CYCLE-ID TO REST-RUN-ID
               MOVE LOW-VALUES TO REST-ENTITY-CODE
               START RESTART-FILE KEY NOT < REST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1410-SCAN-CYCLE-CHECKPOINTS
               END-START
               CLOSE RESTART-FILE
           ELSE
               IF WS-REST-STATUS NOT = "35"
                   SET WS-REFUSED TO TRUE
                   MOVE "UNABLE TO OPEN RESTFILE" TO WS-REFUSE-TEXT
               END-IF
               CLOSE RESTART-FILE
           END-IF.

       1410-SCAN-CYCLE-CHECKPOINTS.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RESTART-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF REST-RUN-ID = BKOT-CYCLE-ID
                           IF REST-LAST-TRAN-KEY NOT = SPACES
                               SET WS-REFUSED TO TRUE
                               MOVE "CYCLE STILL IN FLIGHT"
                                   TO WS-REFUSE-TEXT
                               SET WS-EOF TO TRUE
                           END-IF
                       ELSE
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      *  A KEY THE CYCLE COUNTED THAT A LATER CYCLE HAS
      *  SINCE REVERSED CANNOT BE TAKEN OFF THE REGISTER
      *  WITHOUT ORPHANING THAT REVERSAL.
      *****************************************************
       1500-CHECK-LATER-REVERSALS.
           OPEN INPUT TRAN-REGISTER-FILE
           IF WS-TREG-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               MOVE "UNABLE TO OPEN TRANREG" TO WS-REFUSE-TEXT
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TRAN-REGISTER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TREG-CYCLE-ID = BKOT-CYCLE-ID
                                   AND TREG-REVERSAL-FLAG NOT = "Y"
                                   AND TREG-REVERSAL-COUNT > 0
                                   AND TREG-LAST-REV-CYCLE NOT =
                                       BKOT-CYCLE-ID
                               SET WS-REFUSED TO TRUE
                               STRING "KEY " DELIMITED BY SIZE
                                   TREG-TRAN-KEY DELIMITED BY SIZE
                                   " REVERSED BY CYCLE "
                                       DELIMITED BY SIZE
                                   TREG-LAST-REV-CYCLE
                                       DELIMITED BY SIZE
                                   INTO WS-REFUSE-TEXT
                               SET WS-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRAN-REGISTER-FILE.

      *****************************************************
      *  THE CYCLE'S GL JOURNAL IS LOADED BEFORE ANYTHING IS
      *  CHANGED SO ONE TOO LARGE TO REVERSE REFUSES THE
      *  BACK-OUT. THE TABLE IS RESTARTED AT EVERY CNTRPROC
      *  HEADER OF THE CYCLE. A CYCLE WITH NO JOURNAL (RUN
      *  BEFORE GLJRNL WAS WRITTEN) HAS NOTHING TO REVERSE.
      *****************************************************
       1600-LOAD-CYCLE-JOURNAL.
           MOVE 0 TO WS-GL-COUNT
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS = "00" OR WS-GLJ-STATUS = "05"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GL-JOURNAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1610-STORE-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
               IF WS-GL-TABLE-FULL
                   SET WS-REFUSED TO TRUE
                   MOVE "GL JOURNAL OF THE CYCLE TOO LARGE TO REVERSE"
                       TO WS-REFUSE-TEXT
               END-IF
           ELSE
               SET WS-REFUSED TO TRUE
               MOVE "UNABLE TO OPEN GLJRNL" TO WS-REFUSE-TEXT
               CLOSE GL-JOURNAL-FILE
           END-IF.

       1610-STORE-JOURNAL-RECORD.
           EVALUATE GLJ-REC-TYPE
               WHEN "H"
                   MOVE "N" TO WS-GL-IN-JOURNAL-SW
                   IF GLJ-HDR-CYCLE-ID = BKOT-CYCLE-ID
                           AND GLJ-HDR-JOB-NAME NOT = "CYCBKOUT"
                       SET WS-GL-FOUND TO TRUE
                       SET WS-GL-IN-JOURNAL TO TRUE
                       MOVE "N" TO WS-GL-TABLE-FULL-SW
                       MOVE 0 TO WS-GL-COUNT
                       MOVE GLJ-HDR-BUSINESS-DATE TO
                           WS-GL-BUSINESS-DATE
                   END-IF
               WHEN "D"
                   IF WS-GL-IN-JOURNAL
                       IF WS-GL-COUNT < 440
                           ADD 1 TO WS-GL-COUNT
                           MOVE GLJ-ENTITY-CODE TO
                               WS-GL-ENTITY(WS-GL-COUNT)
                           MOVE GLJ-TYPE-CODE TO
                               WS-GL-TYPE(WS-GL-COUNT)
                           MOVE GLJ-ACCOUNT TO
                               WS-GL-ACCOUNT(WS-GL-COUNT)
                           MOVE GLJ-DR-CR-FLAG TO
                               WS-GL-DR-CR(WS-GL-COUNT)
                           MOVE GLJ-AMOUNT TO
                               WS-GL-AMOUNT(WS-GL-COUNT)
                           MOVE GLJ-DESCRIPTION TO
                               WS-GL-DESCRIPTION(WS-GL-COUNT)
                       ELSE
                           SET WS-GL-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-GL-IN-JOURNAL-SW
           END-EVALUATE.

      *****************************************************
      *  ONE PASS OVER THE COUNTERS THE CYCLE ADDED TO:
      *  FIRST TO VERIFY (EVERY COUNTER EXISTS AND STANDS AT
      *  OR ABOVE ITS DECREMENT - NOTHING IS CHANGED), THEN,
      *  WITH WS-APPLY-PASS SET, TO SUBTRACT. ENTRY 1 IS THE
      *  AGGREGATE, KEYED BY A SPACES ENTITY CODE.
      *****************************************************
       2000-PASS-COUNTERS.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT OR WS-REFUSED
               IF WS-BK-SUB = 1
                   MOVE SPACES TO WS-CTL-ENTITY
               ELSE
                   MOVE WS-BK-ENTITY(WS-BK-SUB) TO WS-CTL-ENTITY
               END-IF
               MOVE "COUNTER1" TO WS-CTL-KEY-NAME
               MOVE WS-BK-INCREMENT(WS-BK-SUB) TO WS-DECREMENT
               PERFORM 2100-PASS-ONE-COUNTER
               MOVE CTL-COUNTER TO WS-BK-FINAL-COUNTER(WS-BK-SUB)
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > WS-BK-TYPE-COUNT(WS-BK-SUB)
                       OR WS-REFUSED
                   IF WS-BK-TYPE-CYCLE(WS-BK-SUB WS-TYPE-SUB) > 0
                       PERFORM 2200-FIND-TYPE-CTL-KEY
                       MOVE WS-BK-TYPE-CYCLE(WS-BK-SUB WS-TYPE-SUB)
                           TO WS-DECREMENT
                       PERFORM 2100-PASS-ONE-COUNTER
                   END-IF
               END-PERFORM
           END-PERFORM.

       2100-PASS-ONE-COUNTER.
           MOVE WS-CTL-ENTITY TO CTL-ENTITY-CODE
           MOVE WS-CTL-KEY-NAME TO CTL-KEY-NAME
           READ CONTROL-FILE
               INVALID KEY
                   SET WS-REFUSED TO TRUE
                   STRING "COUNTER " DELIMITED BY SIZE
                       WS-CTL-ENTITY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CTL-KEY-NAME DELIMITED BY SIZE
                       " NOT ON CTLFILE" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   MOVE 0 TO CTL-COUNTER
               NOT INVALID KEY
                   IF CTL-COUNTER < WS-DECREMENT
                       SET WS-REFUSED TO TRUE
                       STRING "COUNTER " DELIMITED BY SIZE
                           WS-CTL-ENTITY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CTL-KEY-NAME DELIMITED BY SIZE
                           " BELOW THE CYCLE'S INCREMENT"
                               DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                   ELSE
                       IF WS-APPLY-PASS
                           PERFORM 2150-APPLY-ONE-DECREMENT
                       END-IF
                   END-IF
           END-READ.

       2150-APPLY-ONE-DECREMENT.
           IF WS-BK-SUB = 1 AND WS-CTL-KEY-NAME = "COUNTER1"
               MOVE CTL-COUNTER TO WS-OLD-COUNTER
           END-IF
           SUBTRACT WS-DECREMENT FROM CTL-COUNTER
           REWRITE CTL-RECORD
               INVALID KEY
                   DISPLAY "CYCBKOUT: REWRITE FAILED FOR "
                       CTL-ENTITY-CODE " " CTL-KEY-NAME
                       " - STATUS " WS-CTL-STATUS
                   PERFORM 2160-RECORD-DECREMENT-FAILURE
           END-REWRITE
           IF WS-BK-SUB = 1 AND WS-CTL-KEY-NAME = "COUNTER1"
               MOVE CTL-COUNTER TO WS-NEW-COUNTER
           END-IF.

       2160-RECORD-DECREMENT-FAILURE.
           SET WS-DECR-FAILED TO TRUE
           IF WS-DECR-FAIL-COUNT < 231
               ADD 1 TO WS-DECR-FAIL-COUNT
               MOVE CTL-ENTITY-CODE TO
                   WS-DF-ENTITY(WS-DECR-FAIL-COUNT)
               MOVE CTL-KEY-NAME TO
                   WS-DF-KEY-NAME(WS-DECR-FAIL-COUNT)
           END-IF.

      *****************************************************
      *  A TYPE NO LONGER ON TYPEFILE FALLS BACK TO THE
      *  CONVENTIONAL "TYPE-" KEY; IF THAT IS NOT ON THE
      *  CONTROL FILE EITHER, THE VERIFY PASS REFUSES.
      *****************************************************
       2200-FIND-TYPE-CTL-KEY.
           MOVE SPACES TO WS-CTL-KEY-NAME
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-TYPE-COUNT
               IF WS-TYPE-CODE(WS-TBL-SUB) =
                       WS-BK-TYPE-CODE(WS-BK-SUB WS-TYPE-SUB)
                   MOVE WS-TYPE-CTL-KEY(WS-TBL-SUB) TO WS-CTL-KEY-NAME
                   MOVE WS-TYPE-COUNT TO WS-TBL-SUB
               END-IF
           END-PERFORM
           IF WS-CTL-KEY-NAME = SPACES
               STRING "TYPE-" DELIMITED BY SIZE
                   WS-BK-TYPE-CODE(WS-BK-SUB WS-TYPE-SUB)
                       DELIMITED BY SIZE
                   INTO WS-CTL-KEY-NAME
           END-IF.

       3000-MARK-RUN-HISTORY.
           MOVE "N" TO WS-REWRITE-OK-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "CYCBKOUT: UNABLE TO OPEN RUNHIST - STATUS "
                   WS-HIST-STATUS
               CLOSE RUN-HISTORY-FILE
           ELSE
               OPEN OUTPUT HIST-WORK-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-ID = BKOT-CYCLE-ID
                               MOVE "B" TO HIST-BACKOUT-FLAG
                               MOVE WS-TODAY TO HIST-BACKOUT-DATE
                               ADD 1 TO WS-HIST-MARKED
                           END-IF
                           MOVE HIST-RECORD TO HWRK-RECORD
                           WRITE HWRK-RECORD
                   END-READ
               END-PERFORM
               IF WS-HWRK-STATUS = "00"
                   SET WS-REWRITE-OK TO TRUE
               ELSE
                   DISPLAY "CYCBKOUT: RUNHIST LEFT UNTOUCHED - "
                       "WORK FILE ERROR - STATUS " WS-HWRK-STATUS
               END-IF
               CLOSE RUN-HISTORY-FILE
               CLOSE HIST-WORK-FILE
           END-IF.

       3100-COPY-BACK-RUN-HISTORY.
           OPEN INPUT HIST-WORK-FILE
           IF WS-HWRK-STATUS NOT = "00"
               DISPLAY "CYCBKOUT: COPY-BACK SKIPPED - WORK FILE "
                   "STATUS " WS-HWRK-STATUS
               MOVE "N" TO WS-REWRITE-OK-SW
           ELSE
               OPEN OUTPUT RUN-HISTORY-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ HIST-WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE HWRK-RECORD TO HIST-RECORD
                           WRITE HIST-RECORD
                   END-READ
               END-PERFORM
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "CYCBKOUT: RUNHIST REWRITE FAILED - "
                       "RESTORE FROM RUNHWORK - STATUS "
                       WS-HIST-STATUS
                   MOVE "N" TO WS-REWRITE-OK-SW
               END-IF
               CLOSE RUN-HISTORY-FILE
           END-IF
           CLOSE HIST-WORK-FILE.

      *****************************************************
      *  THE BACK-OUT IS AUDITED WITH OLD VALUE = THE
      *  AGGREGATE COUNTER BEFORE AND NEW VALUE = AFTER, SO
      *  THE AUDTRPT VALUE CHAIN STAYS UNBROKEN AND THE
      *  NEXT CYCLE'S INCREMENTS CHAIN ON FROM THE NEW
      *  VALUE.
      *****************************************************
       4000-WRITE-BKOUT-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE BKOT-CYCLE-ID TO AUDIT-RUN-ID
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE "BKOUT" TO AUDIT-ACTION-CODE
           MOVE WS-OLD-COUNTER TO AUDIT-OLD-VALUE
           MOVE WS-NEW-COUNTER TO AUDIT-NEW-VALUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       5000-MARK-EXTRACTS.
           MOVE "N" TO WS-REWRITE-OK-SW
           OPEN INPUT INTERFACE-FILE
           IF WS-XTRAC-STATUS NOT = "00"
               DISPLAY "CYCBKOUT: UNABLE TO OPEN XTRACFIL - STATUS "
                   WS-XTRAC-STATUS
               CLOSE INTERFACE-FILE
           ELSE
               OPEN OUTPUT XTRAC-WORK-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ INTERFACE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF XTRAC-CYCLE-ID = BKOT-CYCLE-ID
                                   AND XTRAC-BACKOUT-FLAG NOT = "R"
                               MOVE "B" TO XTRAC-BACKOUT-FLAG
                               MOVE WS-TODAY TO XTRAC-BACKOUT-DATE
                               ADD 1 TO WS-XTRAC-MARKED
                           END-IF
                           MOVE XTRAC-RECORD TO XWRK-RECORD
                           WRITE XWRK-RECORD
                   END-READ
               END-PERFORM
               IF WS-XWRK-STATUS = "00"
                   SET WS-REWRITE-OK TO TRUE
               ELSE
                   DISPLAY "CYCBKOUT: XTRACFIL LEFT UNTOUCHED - "
                       "WORK FILE ERROR - STATUS " WS-XWRK-STATUS
               END-IF
               CLOSE INTERFACE-FILE
               CLOSE XTRAC-WORK-FILE
           END-IF.

       5100-COPY-BACK-EXTRACTS.
           OPEN INPUT XTRAC-WORK-FILE
           IF WS-XWRK-STATUS NOT = "00"
               DISPLAY "CYCBKOUT: COPY-BACK SKIPPED - WORK FILE "
                   "STATUS " WS-XWRK-STATUS
               MOVE "N" TO WS-REWRITE-OK-SW
           ELSE
               OPEN OUTPUT INTERFACE-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ XTRAC-WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE XWRK-RECORD TO XTRAC-RECORD
                           WRITE XTRAC-RECORD
                   END-READ
               END-PERFORM
               IF WS-XTRAC-STATUS NOT = "00"
                   DISPLAY "CYCBKOUT: XTRACFIL REWRITE FAILED - "
                       "RESTORE FROM XTRCWORK - STATUS "
                       WS-XTRAC-STATUS
                   MOVE "N" TO WS-REWRITE-OK-SW
               END-IF
               CLOSE INTERFACE-FILE
           END-IF
           CLOSE XTRAC-WORK-FILE.

      *****************************************************
      *  THE REVERSING EXTRACT MIRRORS THE CYCLE'S FINAL
      *  RUNHIST SET: THE AMOUNTS AND TYPE COUNTS ARE WHAT
      *  THE CYCLE ADDED, THE FINAL COUNTER IS WHERE THE
      *  COUNTER NOW STANDS.
      *****************************************************
       5200-WRITE-REVERSING-EXTRACT.
           OPEN EXTEND INTERFACE-FILE
           IF WS-XTRAC-STATUS = "05" OR WS-XTRAC-STATUS = "35"
               OPEN OUTPUT INTERFACE-FILE
           END-IF
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT
               PERFORM 5210-WRITE-ONE-REVERSAL
           END-PERFORM
           CLOSE INTERFACE-FILE.

       5210-WRITE-ONE-REVERSAL.
           MOVE SPACES TO XTRAC-RECORD
           MOVE "CYCBKOUT" TO XTRAC-JOB-NAME
           MOVE BKOT-CYCLE-ID TO XTRAC-CYCLE-ID
           MOVE WS-BK-ENTITY(WS-BK-SUB) TO XTRAC-ENTITY-CODE
           MOVE WS-TODAY TO XTRAC-RUN-DATE
           MOVE WS-BK-FINAL-COUNTER(WS-BK-SUB) TO XTRAC-FINAL-COUNTER
           MOVE WS-BK-TOTAL-AMOUNT(WS-BK-SUB) TO XTRAC-TOTAL-AMOUNT
           MOVE WS-BK-TYPE-COUNT(WS-BK-SUB) TO XTRAC-TYPE-COUNT
           MOVE "R" TO XTRAC-BACKOUT-FLAG
           MOVE WS-TODAY TO XTRAC-BACKOUT-DATE
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-BK-TYPE-COUNT(WS-BK-SUB)
               MOVE WS-BK-TYPE-CODE(WS-BK-SUB WS-TYPE-SUB) TO
                   XTRAC-TYPE-CODE(WS-TYPE-SUB)
               MOVE WS-BK-TYPE-CYCLE(WS-BK-SUB WS-TYPE-SUB) TO
                   XTRAC-TYPE-TRAN-COUNT(WS-TYPE-SUB)
               MOVE WS-BK-TYPE-AMOUNT(WS-BK-SUB WS-TYPE-SUB) TO
                   XTRAC-TYPE-TRAN-AMOUNT(WS-TYPE-SUB)
           END-PERFORM
           WRITE XTRAC-RECORD.

      *****************************************************
      *  THE REVERSING JOURNAL CARRIES THE ORIGINAL'S
      *  BUSINESS DATE, EVERY POSTED LINE WITH ITS DEBIT
      *  AND CREDIT SWAPPED, AND A TRAILER WHOSE HASH
      *  TOTALS PROVE IT AS GLPRPT PROVES ANY JOURNAL.
      *****************************************************
       5500-WRITE-REVERSING-JOURNAL.
           IF NOT WS-GL-FOUND
               DISPLAY "CYCBKOUT: NO GL JOURNAL FOR CYCLE "
                   BKOT-CYCLE-ID " - NONE REVERSED"
           ELSE
               OPEN EXTEND GL-JOURNAL-FILE
               IF WS-GLJ-STATUS = "05" OR WS-GLJ-STATUS = "35"
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               IF WS-GLJ-STATUS NOT = "00"
                   SET WS-GLJ-FAILED TO TRUE
               ELSE
                   MOVE SPACES TO GLJ-HEADER-REC
                   MOVE "H" TO GLJ-HDR-REC-TYPE
                   MOVE BKOT-CYCLE-ID TO GLJ-HDR-CYCLE-ID
                   MOVE WS-GL-BUSINESS-DATE TO GLJ-HDR-BUSINESS-DATE
                   MOVE WS-TODAY TO GLJ-HDR-RUN-DATE
                   MOVE "CYCBKOUT" TO GLJ-HDR-JOB-NAME
                   MOVE WS-TIMESTAMP TO GLJ-HDR-TIMESTAMP
                   WRITE GLJ-HEADER-REC
                   PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                           UNTIL WS-GL-SUB > WS-GL-COUNT
                       PERFORM 5510-WRITE-REVERSING-LINE
                   END-PERFORM
                   MOVE SPACES TO GLJ-TRAILER-REC
                   MOVE "T" TO GLJ-TRL-REC-TYPE
                   MOVE BKOT-CYCLE-ID TO GLJ-TRL-CYCLE-ID
                   MOVE WS-GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
                   MOVE WS-GL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
                   MOVE WS-GL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
                   MOVE 0 TO GLJ-TRL-HELD-COUNT
                   MOVE 0 TO GLJ-TRL-HELD-AMOUNT
                   WRITE GLJ-TRAILER-REC
                   IF WS-GLJ-STATUS NOT = "00"
                       SET WS-GLJ-FAILED TO TRUE
                   END-IF
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

       5510-WRITE-REVERSING-LINE.
           MOVE SPACES TO GLJ-RECORD
           MOVE "D" TO GLJ-REC-TYPE
           MOVE BKOT-CYCLE-ID TO GLJ-CYCLE-ID
           MOVE WS-GL-BUSINESS-DATE TO GLJ-BUSINESS-DATE
           MOVE WS-GL-ENTITY(WS-GL-SUB) TO GLJ-ENTITY-CODE
           MOVE WS-GL-TYPE(WS-GL-SUB) TO GLJ-TYPE-CODE
           MOVE WS-GL-ACCOUNT(WS-GL-SUB) TO GLJ-ACCOUNT
           MOVE WS-GL-AMOUNT(WS-GL-SUB) TO GLJ-AMOUNT
           MOVE WS-GL-DESCRIPTION(WS-GL-SUB) TO GLJ-DESCRIPTION
           ADD 1 TO WS-GL-LINE-COUNT
           MOVE WS-GL-LINE-COUNT TO GLJ-LINE-NO
           IF WS-GL-DR-CR(WS-GL-SUB) = "D"
               MOVE "C" TO GLJ-DR-CR-FLAG
               ADD WS-GL-AMOUNT(WS-GL-SUB) TO WS-GL-CREDIT-TOTAL
           ELSE
               MOVE "D" TO GLJ-DR-CR-FLAG
               ADD WS-GL-AMOUNT(WS-GL-SUB) TO WS-GL-DEBIT-TOTAL
           END-IF
           WRITE GLJ-RECORD.

      *****************************************************
      *  TAKE THE CYCLE'S KEYS OFF THE REGISTER. A REVERSAL
      *  IS FIRST UNDONE ON ITS ORIGINAL'S ENTRY. AFTER
      *  EACH DELETE THE SCAN IS RE-POSITIONED PAST THE
      *  DELETED KEY.
      *****************************************************
       6000-CLEAR-REGISTER-KEYS.
           OPEN I-O TRAN-REGISTER-FILE
           IF WS-TREG-STATUS NOT = "00"
               DISPLAY "CYCBKOUT: UNABLE TO OPEN TRANREG - STATUS "
                   WS-TREG-STATUS " - REGISTER KEYS NOT REMOVED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO TREG-TRAN-KEY
               START TRAN-REGISTER-FILE KEY NOT < TREG-TRAN-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ TRAN-REGISTER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TREG-CYCLE-ID = BKOT-CYCLE-ID
                               PERFORM 6100-REMOVE-REGISTER-KEY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRAN-REGISTER-FILE.

       6100-REMOVE-REGISTER-KEY.
           MOVE TREG-TRAN-KEY TO WS-SAVE-TREG-KEY
           MOVE TREG-REVERSAL-FLAG TO WS-SAVE-REVERSAL-FLAG
           MOVE TREG-ORIG-KEY TO WS-SAVE-ORIG-KEY
           MOVE TREG-AMOUNT TO WS-SAVE-AMOUNT
           DELETE TRAN-REGISTER-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TREG-REMOVED
           END-DELETE
           IF WS-SAVE-REVERSAL-FLAG = "Y"
               PERFORM 6200-UNDO-REVERSAL-ON-ORIGINAL
           END-IF
           MOVE WS-SAVE-TREG-KEY TO TREG-TRAN-KEY
           START TRAN-REGISTER-FILE KEY > TREG-TRAN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       6200-UNDO-REVERSAL-ON-ORIGINAL.
           MOVE WS-SAVE-ORIG-KEY TO TREG-TRAN-KEY
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TREG-REVERSED-AMOUNT > WS-SAVE-AMOUNT
                       SUBTRACT WS-SAVE-AMOUNT
                           FROM TREG-REVERSED-AMOUNT
                   ELSE
                       MOVE 0 TO TREG-REVERSED-AMOUNT
                   END-IF
                   IF TREG-REVERSAL-COUNT > 0
                       SUBTRACT 1 FROM TREG-REVERSAL-COUNT
                   END-IF
                   IF TREG-REVERSAL-COUNT = 0
                       MOVE SPACES TO TREG-LAST-REV-KEY
                       MOVE SPACES TO TREG-LAST-REV-CYCLE
                   END-IF
                   REWRITE TREG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-TREG-STATUS NOT = "00"
                       DISPLAY "CYCBKOUT: REWRITE FAILED FOR TRANREG "
                           "KEY " TREG-TRAN-KEY " - STATUS "
                           WS-TREG-STATUS
                       MOVE "TRANREG" TO WS-KF-FILE-NAME
                       MOVE TREG-TRAN-KEY TO WS-KF-FAILED-KEY
                       PERFORM 6600-RECORD-KEY-FAILURE
                   END-IF
           END-READ.

       6500-RESET-SUSPENSE-ITEMS.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO SUSP-TRAN-KEY
               START SUSPENSE-FILE KEY NOT < SUSP-TRAN-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUSP-STATUS = "C"
                                   AND SUSP-COUNTED-CYCLE =
                                       BKOT-CYCLE-ID
                               MOVE "R" TO SUSP-STATUS
                               MOVE SPACES TO SUSP-COUNTED-CYCLE
                               PERFORM 6510-RESET-ONE-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE.

       6510-RESET-ONE-SUSPENSE-ITEM.
           REWRITE SUSP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-SUSP-STATUS = "00"
               ADD 1 TO WS-SUSP-RESET
           ELSE
               DISPLAY "CYCBKOUT: REWRITE FAILED FOR SUSPFILE KEY "
                   SUSP-TRAN-KEY " - STATUS " WS-SUSP-STATUS
               MOVE "SUSPFILE" TO WS-KF-FILE-NAME
               MOVE SUSP-TRAN-KEY TO WS-KF-FAILED-KEY
               PERFORM 6600-RECORD-KEY-FAILURE
           END-IF.

       6600-RECORD-KEY-FAILURE.
           SET WS-KEY-FAILED TO TRUE
           IF WS-KEY-FAIL-COUNT < 100
               ADD 1 TO WS-KEY-FAIL-COUNT
               MOVE WS-KF-FILE-NAME TO WS-KF-FILE(WS-KEY-FAIL-COUNT)
               MOVE WS-KF-FAILED-KEY TO WS-KF-KEY(WS-KEY-FAIL-COUNT)
           END-IF.

       7000-WRITE-BKOUT-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS = "05" OR WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           MOVE BKOT-CYCLE-ID TO EXCP-RUN-ID
           MOVE WS-TIMESTAMP TO EXCP-TIMESTAMP
           MOVE WS-NEW-COUNTER TO EXCP-COUNTER-VALUE
           MOVE BKOT-OPERATOR-ID TO WS-BR-OPERATOR
           MOVE BKOT-SIGNOFF-ID TO WS-BR-SIGNOFF
           MOVE WS-BKOUT-REASON TO EXCP-REASON
           MOVE "O" TO EXCP-STATUS
           MOVE SPACES TO EXCP-CLEARED-BY
           MOVE SPACES TO EXCP-CLEAR-NOTE
           MOVE SPACES TO EXCP-CLEAR-TIMESTAMP
           WRITE EXCP-RECORD
           PERFORM VARYING WS-DECR-FAIL-SUB FROM 1 BY 1
                   UNTIL WS-DECR-FAIL-SUB > WS-DECR-FAIL-COUNT
               PERFORM 7100-WRITE-DECREMENT-FAILURE
           END-PERFORM
           PERFORM VARYING WS-KEY-FAIL-SUB FROM 1 BY 1
                   UNTIL WS-KEY-FAIL-SUB > WS-KEY-FAIL-COUNT
               PERFORM 7200-WRITE-KEY-FAILURE
           END-PERFORM
           CLOSE EXCEPTION-FILE.

      *****************************************************
      *  ONE FURTHER EXCEPTION PER CONTROL RECORD THE
      *  APPLY PASS COULD NOT DECREMENT, FOR REPAIR BY HAND.
      *****************************************************
       7100-WRITE-DECREMENT-FAILURE.
           MOVE SPACES TO EXCP-REASON
           STRING "COUNTER NOT DECREMENTED: " DELIMITED BY SIZE
               WS-DF-ENTITY(WS-DECR-FAIL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DF-KEY-NAME(WS-DECR-FAIL-SUB) DELIMITED BY SIZE
               INTO EXCP-REASON
           END-STRING
           WRITE EXCP-RECORD.

      *****************************************************
      *  ONE FURTHER EXCEPTION PER REGISTER ENTRY OR
      *  SUSPENSE ITEM LEFT UNCHANGED, FOR REPAIR BY HAND.
      *****************************************************
       7200-WRITE-KEY-FAILURE.
           MOVE SPACES TO EXCP-REASON
           STRING WS-KF-FILE(WS-KEY-FAIL-SUB) DELIMITED BY SPACE
               " NOT REWRITTEN: " DELIMITED BY SIZE
               WS-KF-KEY(WS-KEY-FAIL-SUB) DELIMITED BY SIZE
               INTO EXCP-REASON
           END-STRING
           WRITE EXCP-RECORD.

      *****************************************************
      *  OPERATOR AUTHORITY CHECK FOR A MAKER/CHECKER
      *  REQUEST. THE MAKER MUST HOLD A CARD FOR THE ACTION
      *  WITH ROLE M OR B, THE CHECKER ONE WITH ROLE A OR
      *  B; EITHER CARD MUST COVER THE ENTITY AND BE IN ITS
      *  ACTIVE/EXPIRY WINDOW TODAY. A REFUSAL IS WRITTEN TO
      *  SECVFILE, A GRANT TO OPERLOG (ONE RECORD PER ID).
      *****************************************************
       8000-CHECK-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-TIMESTAMP
           MOVE WS-AUTH-TIMESTAMP(1:8) TO WS-AUTH-DATE
           MOVE "N" TO WS-AUTH-GRANTED-SW
           MOVE SPACES TO WS-AUTH-REFUSE-CODE
           MOVE SPACES TO WS-AUTH-REFUSE-TEXT
           IF NOT WS-OPAU-LOADED
               PERFORM 8010-LOAD-OPERATOR-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-MAKER = SPACES
                   MOVE WS-AUTH-MAKER TO WS-AUTH-OPERATOR
                   MOVE "M" TO WS-AUTH-ROLE
                   MOVE "MISS" TO WS-AUTH-REFUSE-CODE
                   MOVE "OPERATOR/SIGN-OFF ID MISSING" TO
                       WS-AUTH-REFUSE-TEXT
               WHEN WS-AUTH-CHECKER = SPACES
                   MOVE WS-AUTH-CHECKER TO WS-AUTH-OPERATOR
                   MOVE "A" TO WS-AUTH-ROLE
                   MOVE "MISS" TO WS-AUTH-REFUSE-CODE
                   MOVE "OPERATOR/SIGN-OFF ID MISSING" TO
                       WS-AUTH-REFUSE-TEXT
               WHEN WS-AUTH-MAKER = WS-AUTH-CHECKER
                   MOVE WS-AUTH-CHECKER TO WS-AUTH-OPERATOR
                   MOVE "A" TO WS-AUTH-ROLE
                   MOVE "SAME" TO WS-AUTH-REFUSE-CODE
                   MOVE "OPERATOR AND SIGN-OFF ID IDENTICAL" TO
                       WS-AUTH-REFUSE-TEXT
               WHEN OTHER
                   MOVE WS-AUTH-MAKER TO WS-AUTH-OPERATOR
                   MOVE "M" TO WS-AUTH-ROLE
                   MOVE "OPERATOR ID" TO WS-AUTH-ROLE-WORD
                   PERFORM 8020-CHECK-ONE-OPERATOR
                   IF WS-AUTH-RESULT = "GRNT"
                       MOVE WS-AUTH-CHECKER TO WS-AUTH-OPERATOR
                       MOVE "A" TO WS-AUTH-ROLE
                       MOVE "SIGN-OFF ID" TO WS-AUTH-ROLE-WORD
                       PERFORM 8020-CHECK-ONE-OPERATOR
                   END-IF
                   IF WS-AUTH-RESULT = "GRNT"
                       SET WS-AUTH-GRANTED TO TRUE
                   ELSE
                       PERFORM 8027-SET-REFUSAL-TEXT
                   END-IF
           END-EVALUATE
           IF WS-AUTH-GRANTED
               PERFORM 8040-LOG-AUTHORITY-USE
           ELSE
               PERFORM 8030-LOG-SECURITY-VIOLATION
           END-IF.

       8010-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPAU-COUNT
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPAU-STATUS = "00"
               MOVE "N" TO WS-OPAU-EOF-SW
               PERFORM UNTIL WS-OPAU-EOF
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-OPAU-EOF TO TRUE
                       NOT AT END
                           PERFORM 8015-STORE-AUTHORITY-CARD
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               CLOSE OPERATOR-AUTH-FILE
           END-IF
           SET WS-OPAU-LOADED TO TRUE.

       8015-STORE-AUTHORITY-CARD.
           IF OPAU-OPERATOR-ID NOT = SPACES AND WS-OPAU-COUNT < 200
               ADD 1 TO WS-OPAU-COUNT
               MOVE OPAU-OPERATOR-ID TO WS-OPAU-OPERATOR(WS-OPAU-COUNT)
               MOVE OPAU-ACTION-CODE TO WS-OPAU-ACTION(WS-OPAU-COUNT)
               MOVE OPAU-ROLE TO WS-OPAU-ROLE(WS-OPAU-COUNT)
               MOVE OPAU-ENTITY-CODE TO WS-OPAU-ENTITY(WS-OPAU-COUNT)
               MOVE OPAU-ACTIVE-DATE TO WS-OPAU-ACTIVE(WS-OPAU-COUNT)
               MOVE OPAU-EXPIRY-DATE TO WS-OPAU-EXPIRY(WS-OPAU-COUNT)
           END-IF.

      *****************************************************
      *  BEST RESULT OVER THE OPERATOR'S CARDS FOR THE
      *  ACTION AND ROLE: GRNT, ELSE INAC/EXPD (A CARD IN
      *  SCOPE BUT OUTSIDE ITS DATES), ELSE SCOP (CARDS ONLY
      *  FOR OTHER ENTITIES), ELSE NOAU.
      *****************************************************
       8020-CHECK-ONE-OPERATOR.
           MOVE "NOAU" TO WS-AUTH-RESULT
           PERFORM VARYING WS-OPAU-SUB FROM 1 BY 1
                   UNTIL WS-OPAU-SUB > WS-OPAU-COUNT
                      OR WS-AUTH-RESULT = "GRNT"
               IF WS-OPAU-OPERATOR(WS-OPAU-SUB) = WS-AUTH-OPERATOR
                       AND WS-OPAU-ACTION(WS-OPAU-SUB) = WS-AUTH-ACTION
                       AND (WS-OPAU-ROLE(WS-OPAU-SUB) = WS-AUTH-ROLE
                        OR WS-OPAU-ROLE(WS-OPAU-SUB) = "B")
                   PERFORM 8025-RATE-AUTHORITY-CARD
               END-IF
           END-PERFORM.

       8025-RATE-AUTHORITY-CARD.
           IF WS-OPAU-ENTITY(WS-OPAU-SUB) NOT = SPACES
                   AND WS-OPAU-ENTITY(WS-OPAU-SUB) NOT = WS-AUTH-ENTITY
               IF WS-AUTH-RESULT = "NOAU"
                   MOVE "SCOP" TO WS-AUTH-RESULT
               END-IF
           ELSE
               IF WS-OPAU-ACTIVE(WS-OPAU-SUB) > WS-AUTH-DATE
                   MOVE "INAC" TO WS-AUTH-RESULT
               ELSE
                   IF WS-OPAU-EXPIRY(WS-OPAU-SUB) NOT = SPACES
                           AND WS-OPAU-EXPIRY(WS-OPAU-SUB) <
                               WS-AUTH-DATE
                       MOVE "EXPD" TO WS-AUTH-RESULT
                   ELSE
                       MOVE "GRNT" TO WS-AUTH-RESULT
                   END-IF
               END-IF
           END-IF.

       8027-SET-REFUSAL-TEXT.
           EVALUATE WS-AUTH-RESULT
               WHEN "SCOP"
                   MOVE "NOT AUTHORIZED FOR ENTITY" TO WS-AUTH-PHRASE
               WHEN "INAC"
                   MOVE "AUTHORITY NOT YET ACTIVE" TO WS-AUTH-PHRASE
               WHEN "EXPD"
                   MOVE "AUTHORITY EXPIRED" TO WS-AUTH-PHRASE
               WHEN OTHER
                   MOVE "NOT AUTHORIZED FOR ACTION" TO WS-AUTH-PHRASE
           END-EVALUATE
           MOVE WS-AUTH-RESULT TO WS-AUTH-REFUSE-CODE
           STRING WS-AUTH-ROLE-WORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUTH-PHRASE DELIMITED BY SIZE
               INTO WS-AUTH-REFUSE-TEXT
           END-STRING.

       8030-LOG-SECURITY-VIOLATION.
           OPEN EXTEND SECURITY-VIOLATION-FILE
           IF WS-SECV-STATUS = "05" OR WS-SECV-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
           END-IF
           MOVE SPACES TO SECV-RECORD
           MOVE WS-AUTH-TIMESTAMP TO SECV-TIMESTAMP
           MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM
           MOVE WS-AUTH-ACTION TO SECV-ACTION-CODE
           MOVE WS-AUTH-OPERATOR TO SECV-OPERATOR-ID
           MOVE WS-AUTH-ROLE TO SECV-ROLE
           MOVE WS-AUTH-MAKER TO SECV-MAKER-ID
           MOVE WS-AUTH-CHECKER TO SECV-CHECKER-ID
           MOVE WS-AUTH-ENTITY TO SECV-ENTITY-CODE
           MOVE WS-AUTH-REFERENCE TO SECV-REFERENCE
           MOVE WS-AUTH-REFUSE-CODE TO SECV-REASON-CODE
           MOVE WS-AUTH-REFUSE-TEXT TO SECV-REASON-TEXT
           WRITE SECV-RECORD
           CLOSE SECURITY-VIOLATION-FILE.

       8040-LOG-AUTHORITY-USE.
           OPEN EXTEND OPERATOR-LOG-FILE
           IF WS-OPLG-STATUS = "05" OR WS-OPLG-STATUS = "35"
               OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF
           MOVE SPACES TO OPLG-RECORD
           MOVE WS-AUTH-TIMESTAMP TO OPLG-TIMESTAMP
           MOVE WS-AUTH-PROGRAM TO OPLG-PROGRAM
           MOVE WS-AUTH-ACTION TO OPLG-ACTION-CODE
           MOVE WS-AUTH-ENTITY TO OPLG-ENTITY-CODE
           MOVE WS-AUTH-REFERENCE TO OPLG-REFERENCE
           MOVE WS-AUTH-MAKER TO OPLG-OPERATOR-ID
           MOVE "M" TO OPLG-ROLE
           MOVE WS-AUTH-CHECKER TO OPLG-PARTNER-ID
           WRITE OPLG-RECORD
           MOVE WS-AUTH-CHECKER TO OPLG-OPERATOR-ID
           MOVE "A" TO OPLG-ROLE
           MOVE WS-AUTH-MAKER TO OPLG-PARTNER-ID
           WRITE OPLG-RECORD
           CLOSE OPERATOR-LOG-FILE.
