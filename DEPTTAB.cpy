      * DEPARTMENTS A RUN MAY BE CHARGED TO.  THE CODE IS PUNCHED
      * IN COLUMNS 47-50 OF THE CONTROL CARD (DEPT= IN KEYWORD
      * FORM).  TO ADD A DEPARTMENT, ADD ITS ENTRY BELOW AND RAISE
      * THE OCCURS AND VALID-DEPT-COUNT TOGETHER.
       01  VALID-DEPT-LIST.
           02 FILLER PIC X(24) VALUE "RSCHRESEARCH".
           02 FILLER PIC X(24) VALUE "ENGRENGINEERING".
           02 FILLER PIC X(24) VALUE "OPERCOMPUTER OPERATIONS".
       01  VALID-DEPT-TABLE REDEFINES VALID-DEPT-LIST.
           02 VALID-DEPT-ENTRY OCCURS 3 TIMES.
              03 VALID-DEPT-CODE   PIC X(4).
              03 VALID-DEPT-NAME   PIC X(20).
       01  VALID-DEPT-COUNT        PIC 9(2) VALUE 3.
