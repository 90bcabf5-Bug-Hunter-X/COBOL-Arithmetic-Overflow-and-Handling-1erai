       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSRPT.
      *****************************************************
      *  ACCSRPT - OPERATOR ACCESS REPORT.
      *
      *  LISTS EVERY CARD ON THE OPERATOR AUTHORITY FILE
      *  (OPERAUTH) - OPERATOR, ACTION, ROLE, ENTITY SCOPE
      *  AND ACTIVE/EXPIRY WINDOW, WITH THE CARD'S STATUS
      *  TODAY - AGAINST THE USE ACTUALLY MADE OF IT, TAKEN
      *  FROM THE AUTHORITY USE LOG (OPERLOG) WRITTEN BY
      *  EVERY MAKER/CHECKER PROGRAM ON A GRANTED ACTION:
      *  HOW OFTEN THE OPERATOR MADE AND APPROVED THE
      *  ACTION AND WHEN LAST. A CARD NEVER USED IS
      *  FLAGGED FOR REVIEW. EVERY REFUSED ATTEMPT ON THE
      *  SECURITY VIOLATION FILE (SECVFILE) IS LISTED
      *  AFTER THE PRIVILEGES. RUN PERIODICALLY FOR THE
      *  ACCESS RECERTIFICATION.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPAU-STATUS.

           SELECT OPTIONAL OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPLG-STATUS.

           SELECT OPTIONAL SECURITY-VIOLATION-FILE
               ASSIGN TO "SECVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT ACCESS-REPORT-FILE ASSIGN TO "ACCSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE.
       COPY "opaurec.cpy".

       FD  OPERATOR-LOG-FILE.
       COPY "oplgrec.cpy".

       FD  SECURITY-VIOLATION-FILE.
       COPY "secvrec.cpy".

       FD  ACCESS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPAU-STATUS               PIC XX VALUE "00".
       01  WS-OPLG-STATUS               PIC XX VALUE "00".
       01  WS-SECV-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                PIC XX VALUE "00".

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                          VALUE "Y".
       01  WS-MATCHED-SW                PIC X VALUE "N".
           88  WS-MATCHED                      VALUE "Y".

       01  WS-RAW-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TODAY                     PIC X(8).

      *****************************************************
      *  AUTHORITY CARDS AS LOADED (UP TO 200, THE SAME CAP
      *  AS THE CHECKING PROGRAMS), EACH WITH ITS USE
      *  TALLIED FROM OPERLOG.
      *****************************************************
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 200 TIMES.
               10  WS-CD-OPERATOR      PIC X(8).
               10  WS-CD-NAME          PIC X(30).
               10  WS-CD-ACTION        PIC X(5).
               10  WS-CD-ROLE          PIC X.
               10  WS-CD-ENTITY        PIC X(3).
               10  WS-CD-ACTIVE        PIC X(8).
               10  WS-CD-EXPIRY        PIC X(8).
               10  WS-CD-MAKER-USES    PIC 9(5).
               10  WS-CD-CHECKER-USES  PIC 9(5).
               10  WS-CD-LAST-USED     PIC X(8).
       01  WS-CARD-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-CARD-SUB                  PIC 9(3) COMP.
       01  WS-CARD-DROPPED              PIC 9(5) COMP-3 VALUE 0.

       01  WS-ACTIVE-COUNT              PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT             PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNUSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-GRANTED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT           PIC 9(7) VALUE 0.
       01  WS-VIOLATION-COUNT           PIC 9(7) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "OPERATOR ACCESS REPORT".
       01  WS-HEADING-2.
           05  FILLER PIC X(40) VALUE
               "PRIVILEGES AND USE".
       01  WS-HEADING-3.
           05  FILLER PIC X(10) VALUE "OPERATOR".
           05  FILLER PIC X(32) VALUE "NAME".
           05  FILLER PIC X(7)  VALUE "ACTION".
           05  FILLER PIC X(3)  VALUE "R".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(10) VALUE "ACTIVE".
           05  FILLER PIC X(10) VALUE "EXPIRY".
           05  FILLER PIC X(9)  VALUE "STATUS".
           05  FILLER PIC X(7)  VALUE "  MADE".
           05  FILLER PIC X(7)  VALUE "  APPR".
           05  FILLER PIC X(10) VALUE "LAST USED".
       01  WS-HEADING-4.
           05  FILLER PIC X(40) VALUE
               "SECURITY VIOLATIONS".
       01  WS-HEADING-5.
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(10) VALUE "PROGRAM".
           05  FILLER PIC X(7)  VALUE "ACTION".
           05  FILLER PIC X(10) VALUE "OPERATOR".
           05  FILLER PIC X(3)  VALUE "R".
           05  FILLER PIC X(19) VALUE "MAKER/CHECKER".
           05  FILLER PIC X(5)  VALUE "ENT".
           05  FILLER PIC X(18) VALUE "REFERENCE".
           05  FILLER PIC X(6)  VALUE "CODE".
           05  FILLER PIC X(40) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-NAME                  PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ACTION                PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ROLE                  PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ACTIVE                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-EXPIRY                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS                PIC X(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-MAKER-USES            PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-CHECKER-USES          PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-LAST-USED             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-FLAG                  PIC X(10).

       01  WS-VIOLATION-LINE.
           05  WS-VL-DATE                  PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-PROGRAM               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-ACTION                PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-OPERATOR              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-ROLE                  PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-MAKER                 PIC X(8).
           05  WS-VL-SLASH                 PIC X(1).
           05  WS-VL-CHECKER               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-ENTITY                PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-REFERENCE             PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-REASON-CODE           PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-REASON-TEXT           PIC X(40).

       01  WS-NO-CARDS-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE "NO OPERATOR AUTHORITY ON FILE".
       01  WS-NO-VIOLATIONS-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE "NO SECURITY VIOLATIONS".

       01  WS-SUMMARY-LINE-1.
           05  FILLER PIC X(20) VALUE "AUTHORITY CARDS....:".
           05  WS-SL-CARD-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER PIC X(20) VALUE "  ACTIVE...........:".
           05  WS-SL-ACTIVE-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER PIC X(20) VALUE "  EXPIRED..........:".
           05  WS-SL-EXPIRED-COUNT         PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER PIC X(20) VALUE "  NOT YET ACTIVE...:".
           05  WS-SL-PENDING-COUNT         PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER PIC X(20) VALUE "ACTIVE, NEVER USED.:".
           05  WS-SL-UNUSED-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER PIC X(20) VALUE "GRANTED ACTIONS....:".
           05  WS-SL-GRANTED-COUNT         PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER PIC X(20) VALUE "USES WITH NO CARD..:".
           05  WS-SL-UNMATCHED-COUNT       PIC Z(6)9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER PIC X(20) VALUE "SECURITY VIOLATIONS:".
           05  WS-SL-VIOLATION-COUNT       PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-AUTHORITY-CARDS
           PERFORM 2000-TALLY-AUTHORITY-USE
           PERFORM 3000-WRITE-PRIVILEGE-SECTION
           PERFORM 4000-WRITE-VIOLATION-SECTION
           PERFORM 9000-WRITE-SUMMARY
           PERFORM 9900-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-CURRENT-DATE-TIME
           MOVE WS-RAW-CURRENT-DATE-TIME(1:8) TO WS-TODAY
           OPEN OUTPUT ACCESS-REPORT-FILE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-AUTHORITY-CARDS.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPAU-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-STORE-AUTHORITY-CARD
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               CLOSE OPERATOR-AUTH-FILE
           END-IF
           IF WS-CARD-DROPPED > 0
               DISPLAY "ACCSRPT: " WS-CARD-DROPPED
                   " AUTHORITY CARD(S) BEYOND TABLE CAP NOT REPORTED"
           END-IF.

       1110-STORE-AUTHORITY-CARD.
           IF OPAU-OPERATOR-ID NOT = SPACES
               IF WS-CARD-COUNT < 200
                   ADD 1 TO WS-CARD-COUNT
                   MOVE OPAU-OPERATOR-ID TO
                       WS-CD-OPERATOR(WS-CARD-COUNT)
                   MOVE OPAU-OPERATOR-NAME TO WS-CD-NAME(WS-CARD-COUNT)
                   MOVE OPAU-ACTION-CODE TO WS-CD-ACTION(WS-CARD-COUNT)
                   MOVE OPAU-ROLE TO WS-CD-ROLE(WS-CARD-COUNT)
                   MOVE OPAU-ENTITY-CODE TO
                       WS-CD-ENTITY(WS-CARD-COUNT)
                   MOVE OPAU-ACTIVE-DATE TO
                       WS-CD-ACTIVE(WS-CARD-COUNT)
                   MOVE OPAU-EXPIRY-DATE TO
                       WS-CD-EXPIRY(WS-CARD-COUNT)
                   MOVE 0 TO WS-CD-MAKER-USES(WS-CARD-COUNT)
                   MOVE 0 TO WS-CD-CHECKER-USES(WS-CARD-COUNT)
                   MOVE SPACES TO WS-CD-LAST-USED(WS-CARD-COUNT)
               ELSE
                   ADD 1 TO WS-CARD-DROPPED
               END-IF
           END-IF.

      *****************************************************
      *  EACH OPERLOG RECORD IS ONE OPERATOR'S PART IN A
      *  GRANTED ACTION; IT IS CHARGED TO THE FIRST CARD OF
      *  THAT OPERATOR FOR THE ACTION WHOSE ROLE AND ENTITY
      *  SCOPE COVER IT. A USE NO CARD COVERS (THE CARD HAS
      *  SINCE BEEN WITHDRAWN) IS COUNTED SEPARATELY.
      *****************************************************
       2000-TALLY-AUTHORITY-USE.
           OPEN INPUT OPERATOR-LOG-FILE
           IF WS-OPLG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-CHARGE-ONE-USE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-LOG-FILE
           ELSE
               CLOSE OPERATOR-LOG-FILE
           END-IF.

       2100-CHARGE-ONE-USE.
           IF OPLG-ROLE = "M"
               ADD 1 TO WS-GRANTED-COUNT
           END-IF
           MOVE "N" TO WS-MATCHED-SW
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                      OR WS-MATCHED
               IF WS-CD-OPERATOR(WS-CARD-SUB) = OPLG-OPERATOR-ID
                       AND WS-CD-ACTION(WS-CARD-SUB) = OPLG-ACTION-CODE
                       AND (WS-CD-ROLE(WS-CARD-SUB) = OPLG-ROLE
                        OR WS-CD-ROLE(WS-CARD-SUB) = "B")
                       AND (WS-CD-ENTITY(WS-CARD-SUB) = SPACES
                        OR WS-CD-ENTITY(WS-CARD-SUB) =
                           OPLG-ENTITY-CODE)
                   SET WS-MATCHED TO TRUE
                   PERFORM 2110-CHARGE-CARD
               END-IF
           END-PERFORM
           IF NOT WS-MATCHED
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       2110-CHARGE-CARD.
           IF OPLG-ROLE = "M"
               ADD 1 TO WS-CD-MAKER-USES(WS-CARD-SUB)
           ELSE
               ADD 1 TO WS-CD-CHECKER-USES(WS-CARD-SUB)
           END-IF
           IF OPLG-TIMESTAMP(1:8) > WS-CD-LAST-USED(WS-CARD-SUB)
               MOVE OPLG-TIMESTAMP(1:8) TO
                   WS-CD-LAST-USED(WS-CARD-SUB)
           END-IF.

       3000-WRITE-PRIVILEGE-SECTION.
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-3 TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CARD-COUNT = 0
               MOVE WS-NO-CARDS-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               PERFORM 3100-WRITE-CARD-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       3100-WRITE-CARD-LINE.
           MOVE WS-CD-OPERATOR(WS-CARD-SUB) TO WS-DL-OPERATOR
           MOVE WS-CD-NAME(WS-CARD-SUB) TO WS-DL-NAME
           MOVE WS-CD-ACTION(WS-CARD-SUB) TO WS-DL-ACTION
           MOVE WS-CD-ROLE(WS-CARD-SUB) TO WS-DL-ROLE
           MOVE WS-CD-ENTITY(WS-CARD-SUB) TO WS-DL-ENTITY
           MOVE WS-CD-ACTIVE(WS-CARD-SUB) TO WS-DL-ACTIVE
           MOVE WS-CD-EXPIRY(WS-CARD-SUB) TO WS-DL-EXPIRY
           MOVE WS-CD-MAKER-USES(WS-CARD-SUB) TO WS-DL-MAKER-USES
           MOVE WS-CD-CHECKER-USES(WS-CARD-SUB) TO
               WS-DL-CHECKER-USES
           MOVE WS-CD-LAST-USED(WS-CARD-SUB) TO WS-DL-LAST-USED
           MOVE SPACES TO WS-DL-FLAG
           EVALUATE TRUE
               WHEN WS-CD-ACTIVE(WS-CARD-SUB) > WS-TODAY
                   MOVE "PENDING" TO WS-DL-STATUS
                   ADD 1 TO WS-PENDING-COUNT
               WHEN WS-CD-EXPIRY(WS-CARD-SUB) NOT = SPACES
                       AND WS-CD-EXPIRY(WS-CARD-SUB) < WS-TODAY
                   MOVE "EXPIRED" TO WS-DL-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-DL-STATUS
                   ADD 1 TO WS-ACTIVE-COUNT
                   IF WS-CD-MAKER-USES(WS-CARD-SUB) = 0
                           AND WS-CD-CHECKER-USES(WS-CARD-SUB) = 0
                       MOVE "NEVER USED" TO WS-DL-FLAG
                       ADD 1 TO WS-UNUSED-COUNT
                   END-IF
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4000-WRITE-VIOLATION-SECTION.
           MOVE WS-HEADING-4 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-5 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT SECURITY-VIOLATION-FILE
           IF WS-SECV-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SECURITY-VIOLATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-WRITE-VIOLATION-LINE
                   END-READ
               END-PERFORM
               CLOSE SECURITY-VIOLATION-FILE
           ELSE
               CLOSE SECURITY-VIOLATION-FILE
           END-IF
           IF WS-VIOLATION-COUNT = 0
               MOVE WS-NO-VIOLATIONS-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       4100-WRITE-VIOLATION-LINE.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE SECV-TIMESTAMP(1:8) TO WS-VL-DATE
           MOVE SECV-PROGRAM TO WS-VL-PROGRAM
           MOVE SECV-ACTION-CODE TO WS-VL-ACTION
           MOVE SECV-OPERATOR-ID TO WS-VL-OPERATOR
           MOVE SECV-ROLE TO WS-VL-ROLE
           MOVE SECV-MAKER-ID TO WS-VL-MAKER
           MOVE "/" TO WS-VL-SLASH
           MOVE SECV-CHECKER-ID TO WS-VL-CHECKER
           MOVE SECV-ENTITY-CODE TO WS-VL-ENTITY
           MOVE SECV-REFERENCE TO WS-VL-REFERENCE
           MOVE SECV-REASON-CODE TO WS-VL-REASON-CODE
           MOVE SECV-REASON-TEXT TO WS-VL-REASON-TEXT
           MOVE WS-VIOLATION-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CARD-COUNT TO WS-SL-CARD-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-SL-ACTIVE-COUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-SL-EXPIRED-COUNT
           MOVE WS-SUMMARY-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PENDING-COUNT TO WS-SL-PENDING-COUNT
           MOVE WS-SUMMARY-LINE-4 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNUSED-COUNT TO WS-SL-UNUSED-COUNT
           MOVE WS-SUMMARY-LINE-5 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRANTED-COUNT TO WS-SL-GRANTED-COUNT
           MOVE WS-SUMMARY-LINE-6 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-SL-UNMATCHED-COUNT
           MOVE WS-SUMMARY-LINE-7 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-SL-VIOLATION-COUNT
           MOVE WS-SUMMARY-LINE-8 TO RPT-LINE
           WRITE RPT-LINE.

       9900-FINALIZE.
           CLOSE ACCESS-REPORT-FILE.
