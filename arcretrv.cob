       DATA DIVISION.
       FILE SECTION.
       FD  HIST-ARCHIVE-FILE.
       01  HARC-RECORD                    PIC X(804).

       FD  AUDIT-ARCHIVE-FILE.
       01  AARC-RECORD                    PIC X(65).
