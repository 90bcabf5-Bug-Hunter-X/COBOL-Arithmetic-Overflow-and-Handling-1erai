       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVHIST.
      *****************************************************
      *  CNVHIST - ONE-TIME RUN-HISTORY/EXTRACT LAYOUT
      *  CONVERSION UTILITY.
      *
      *  RUNHIST NOW CARRIES EACH CYCLE'S OWN INCREMENTS
      *  AND A BACK-OUT FLAG, AND XTRACFIL A BACK-OUT FLAG,
      *  SO A COMPLETED CYCLE CAN BE REVERSED BY CYCBKOUT;
      *  XACKFILE CARRIES AN EXTRACT FLAG SO THE REVERSING
      *  EXTRACT IS ACKNOWLEDGED APART FROM THE ORIGINAL.
      *  THE NEW FIELDS ARE APPENDED TO THE EXISTING
      *  LAYOUTS, SO EACH OLD RECORD IS CARRIED ACROSS AS
      *  THE LEADING PART OF THE NEW ONE. FOLLOWING THE
      *  SAME PRECEDENT AS CNVSEQ, EACH OLD-LAYOUT FILE IS
      *  COPIED TO ITS NEW-LAYOUT COUNTERPART:
      *    RUNHISTO -> RUNHISTN   (RUNHIST AND ITS
      *                            RUNHARCH GENERATIONS)
      *    XTRACFLO -> XTRACFLN   (XTRACFIL)
      *    XACKFLO  -> XACKFLN    (XACKFILE)
      *  ONLY THE PAIRS WHOSE DDS ARE SUPPLIED ARE
      *  CONVERTED. A CONVERTED HISTORY RECORD DOES NOT
      *  KNOW WHAT ITS CYCLE ADDED, SO ITS INCREMENTS ARE
      *  ZERO AND ITS BACK-OUT FLAG IS X: CYCBKOUT REFUSES
      *  SUCH A CYCLE. CONVERTED EXTRACTS ARE FLAGGED AS
      *  ORDINARY (N), AND CONVERTED ACKNOWLEDGMENTS AS
      *  ACKNOWLEDGING THE ORDINARY EXTRACT. SAFE TO RE-RUN
      *  AGAINST THE OLD FILES SINCE IT ONLY COPIES VALUES
      *  ACROSS LAYOUTS.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO "RUNHISTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO "RUNHISTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTN-STATUS.

           SELECT OPTIONAL OLD-INTERFACE-FILE ASSIGN TO "XTRACFLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRCO-STATUS.

           SELECT NEW-INTERFACE-FILE ASSIGN TO "XTRACFLN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRCN-STATUS.

           SELECT OPTIONAL OLD-ACK-FILE ASSIGN TO "XACKFLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XACKO-STATUS.

           SELECT NEW-ACK-FILE ASSIGN TO "XACKFLN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XACKN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  HISTO-RECORD                   PIC X(579).

       FD  NEW-HISTORY-FILE.
       COPY "runhrec.cpy".

       FD  OLD-INTERFACE-FILE.
       01  XTRCO-RECORD                   PIC X(575).

       FD  NEW-INTERFACE-FILE.
       COPY "xtracrec.cpy".

       FD  OLD-ACK-FILE.
       01  XACKO-RECORD                   PIC X(37).

       FD  NEW-ACK-FILE.
       COPY "xackrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HISTO-STATUS              PIC XX VALUE "00".
       01  WS-HISTN-STATUS              PIC XX VALUE "00".
       01  WS-XTRCO-STATUS              PIC XX VALUE "00".
       01  WS-XTRCN-STATUS              PIC XX VALUE "00".
       01  WS-XACKO-STATUS              PIC XX VALUE "00".
       01  WS-XACKN-STATUS              PIC XX VALUE "00".

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-CONVERTED-COUNT           PIC 9(10) COMP-3 VALUE 0.
       01  WS-TYPE-SUB                  PIC 9(2) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 2000-CONVERT-RUN-HISTORY
           PERFORM 5000-CONVERT-EXTRACTS
           PERFORM 6000-CONVERT-ACKNOWLEDGMENTS
           GOBACK.

       2000-CONVERT-RUN-HISTORY.
           MOVE 0 TO WS-CONVERTED-COUNT
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "CNVHIST: RUNHISTO NOT PRESENT - RUNHIST "
                   "CONVERSION SKIPPED"
               CLOSE OLD-HISTORY-FILE
           ELSE
               OPEN OUTPUT NEW-HISTORY-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OLD-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-CONVERT-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
               CLOSE NEW-HISTORY-FILE
               DISPLAY "CNVHIST: CONVERTED " WS-CONVERTED-COUNT
                   " RUNHIST RECORD(S) TO THE BACK-OUT LAYOUT"
           END-IF.

       2100-CONVERT-HIST-RECORD.
           MOVE HISTO-RECORD TO HIST-RECORD
           MOVE 0 TO HIST-CYCLE-INCREMENT
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 20
               MOVE 0 TO HIST-TYPE-CYCLE-COUNT(WS-TYPE-SUB)
           END-PERFORM
           MOVE "X" TO HIST-BACKOUT-FLAG
           MOVE SPACES TO HIST-BACKOUT-DATE
           MOVE 0 TO HIST-BATCHES-CONSUMED
           MOVE 0 TO HIST-BATCHES-REFUSED
           WRITE HIST-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.

       5000-CONVERT-EXTRACTS.
           MOVE 0 TO WS-CONVERTED-COUNT
           OPEN INPUT OLD-INTERFACE-FILE
           IF WS-XTRCO-STATUS NOT = "00"
               DISPLAY "CNVHIST: XTRACFLO NOT PRESENT - XTRACFIL "
                   "CONVERSION SKIPPED"
               CLOSE OLD-INTERFACE-FILE
           ELSE
               OPEN OUTPUT NEW-INTERFACE-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OLD-INTERFACE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 5100-CONVERT-XTRAC-RECORD
                   END-READ
               END-PERFORM
               CLOSE OLD-INTERFACE-FILE
               CLOSE NEW-INTERFACE-FILE
               DISPLAY "CNVHIST: CONVERTED " WS-CONVERTED-COUNT
                   " XTRACFIL RECORD(S) TO THE BACK-OUT LAYOUT"
           END-IF.

       5100-CONVERT-XTRAC-RECORD.
           MOVE XTRCO-RECORD TO XTRAC-RECORD
           MOVE "N" TO XTRAC-BACKOUT-FLAG
           MOVE SPACES TO XTRAC-BACKOUT-DATE
           WRITE XTRAC-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.

       6000-CONVERT-ACKNOWLEDGMENTS.
           MOVE 0 TO WS-CONVERTED-COUNT
           OPEN INPUT OLD-ACK-FILE
           IF WS-XACKO-STATUS NOT = "00"
               DISPLAY "CNVHIST: XACKFLO NOT PRESENT - XACKFILE "
                   "CONVERSION SKIPPED"
               CLOSE OLD-ACK-FILE
           ELSE
               OPEN OUTPUT NEW-ACK-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OLD-ACK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 6100-CONVERT-XACK-RECORD
                   END-READ
               END-PERFORM
               CLOSE OLD-ACK-FILE
               CLOSE NEW-ACK-FILE
               DISPLAY "CNVHIST: CONVERTED " WS-CONVERTED-COUNT
                   " XACKFILE RECORD(S) TO THE EXTRACT-FLAG LAYOUT"
           END-IF.

       6100-CONVERT-XACK-RECORD.
           MOVE XACKO-RECORD TO XACK-RECORD
           MOVE "N" TO XACK-EXTRACT-FLAG
           WRITE XACK-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.
