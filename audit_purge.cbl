       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD     PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(200).

       FD  NEW-LOG-FILE.
       01  NEW-LOG-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
