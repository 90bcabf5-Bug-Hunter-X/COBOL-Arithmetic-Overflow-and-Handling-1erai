       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVREST.
      *****************************************************
      *  CNVREST - ONE-TIME CHECKPOINT LAYOUT CONVERSION
      *  UTILITY.
      *
      *  THE RESTFILE CHECKPOINT NOW CARRIES THE NUMBER OF
      *  DETAILS ITS CYCLE HAD POSTED TO TRANREG, SO
      *  CYCABND CAN TAKE OFF THE REGISTER ENTRIES AN
      *  ABANDONED CYCLE POSTED AFTER ITS LAST CHECKPOINT.
      *  THE FIELD IS APPENDED TO THE EXISTING LAYOUT, SO
      *  EACH OLD RECORD IS CARRIED ACROSS AS THE LEADING
      *  PART OF THE NEW ONE:
      *    RESTFILO -> RESTFILE   (CHECKPOINT RECORDS
      *                            WITHOUT THE POSTED COUNT)
      *  A CONVERTED CHECKPOINT GETS A POSTED COUNT OF
      *  ZERO. THE REGISTER ENTRIES OF ITS CYCLE CARRY NO
      *  POST SEQUENCE EITHER, SO CYCABND LEAVES THEM
      *  ALONE. RUN ONCE BEFORE THE PROGRAMS ARE CUT OVER
      *  TO THE NEW LAYOUT; SAFE TO RE-RUN SINCE IT ONLY
      *  COPIES VALUES ACROSS LAYOUTS.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-RESTART-FILE ASSIGN TO "RESTFILO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REST-KEY-PO
               FILE STATUS IS WS-RESTO-STATUS.

           SELECT NEW-RESTART-FILE ASSIGN TO "RESTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REST-KEY
               FILE STATUS IS WS-RESTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      *  CHECKPOINT LAYOUT BEFORE REST-POSTED-COUNT, KEPT
      *  ONLY FOR THIS CONVERSION. DO NOT USE FOR NEW WORK
      *  - SEE RESTREC.
      *****************************************************
       FD  OLD-RESTART-FILE.
       01  REST-RECORD-PO.
           05  REST-KEY-PO              PIC X(14).
           05  REST-DATA-PO             PIC X(55).

       FD  NEW-RESTART-FILE.
       COPY "restrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RESTO-STATUS             PIC XX VALUE "00".
       01  WS-RESTN-STATUS             PIC XX VALUE "00".

       01  WS-OLD-EOF-SW               PIC X VALUE "N".
           88  WS-OLD-EOF                     VALUE "Y".

       01  WS-CONVERTED-COUNT          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 2000-CONVERT-RESTART-FILE
           GOBACK.

       2000-CONVERT-RESTART-FILE.
           MOVE 0 TO WS-CONVERTED-COUNT
           OPEN INPUT OLD-RESTART-FILE
           IF WS-RESTO-STATUS NOT = "00"
               DISPLAY "CNVREST: RESTFILO NOT PRESENT - RESTART "
                   "FILE CONVERSION SKIPPED"
               CLOSE OLD-RESTART-FILE
           ELSE
               OPEN OUTPUT NEW-RESTART-FILE
               MOVE "N" TO WS-OLD-EOF-SW
               PERFORM UNTIL WS-OLD-EOF
                   READ OLD-RESTART-FILE NEXT RECORD
                       AT END
                           SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-CONVERT-RESTART-RECORD
                   END-READ
               END-PERFORM
               CLOSE OLD-RESTART-FILE
               CLOSE NEW-RESTART-FILE
               DISPLAY "CNVREST: CONVERTED " WS-CONVERTED-COUNT
                   " CHECKPOINT RECORD(S) TO THE POSTED-COUNT "
                   "LAYOUT"
           END-IF.

       2100-CONVERT-RESTART-RECORD.
           MOVE REST-RECORD-PO TO REST-RECORD
           MOVE 0 TO REST-POSTED-COUNT
           WRITE REST-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.
