       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
          02 ENTRY-MODE           PIC X VALUE SPACE.
          02 ENTRY-SEED           PIC X(20) VALUE SPACES.
          02 ENTRY-REASON         PIC X(25) VALUE SPACES.
          02 SPLIT-HEAD           PIC X(200) VALUE SPACES.
          02 SPLIT-TAIL           PIC X(200) VALUE SPACES.

       01 TALLY-CONTROL.
          02 TOTAL-RUNS           PIC 9(5) VALUE 0.
