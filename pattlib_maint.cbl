           SELECT CATALOG-FILE ASSIGN TO "PATTCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PATTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PC-PERIOD          PIC 9(3).
           02 FILLER             PIC X(6).

      * EVERY TRANSACTION APPLIED TO THE LIBRARY IS LOGGED HERE,
      * OLDEST FIRST: AN 'H' RECORD STAMPED WITH THE DATE AND TIME
      * OF THE MAINTENANCE RUN, THE DECK IT CAME FROM, THE ACTION,
      * THE PATTERN AND ITS CELL COUNTS BEFORE AND AFTER, THEN ONE
      * 'B' RECORD PER CELL THE PATTERN HAD BEFORE AND ONE 'A'
      * RECORD PER CELL IT HAS AFTER.  THE FILE IS ONLY EVER
      * EXTENDED; PATTLIB-REBUILD READS IT TO WIND THE LIBRARY BACK.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           02 PH-RECORD-TYPE     PIC X.
           02 FILLER             PIC X.
           02 PH-DATE            PIC 9(8).
           02 FILLER             PIC X.
           02 PH-TIME            PIC 9(8).
           02 FILLER             PIC X.
           02 PH-DECK-NAME       PIC X(8).
           02 FILLER             PIC X.
           02 PH-ACTION          PIC X(8).
           02 FILLER             PIC X.
           02 PH-NAME            PIC X(8).
           02 FILLER             PIC X.
           02 PH-DETAIL          PIC X(9).
           02 PH-COUNT-DETAIL REDEFINES PH-DETAIL.
              03 PH-BEFORE-COUNT PIC 9(3).
              03 FILLER          PIC X.
              03 PH-AFTER-COUNT  PIC 9(3).
              03 FILLER          PIC X(2).
           02 PH-CELL-DETAIL REDEFINES PH-DETAIL.
              03 PH-ROW-OFFSET   PIC S9(2) SIGN LEADING SEPARATE.
              03 PH-COL-OFFSET   PIC S9(2) SIGN LEADING SEPARATE.
              03 FILLER          PIC X(3).
           02 FILLER             PIC X(24).

       WORKING-STORAGE SECTION.
       01 LIBRARY-CELL-LIMIT   PIC 9(3) VALUE 500.
       01 GROUP-CELL-LIMIT     PIC 9(2) VALUE 64.
          02 TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
          02 NEW-LIB-FILE-STATUS     PIC XX VALUE SPACES.
          02 CATALOG-FILE-STATUS     PIC XX VALUE SPACES.
          02 HISTORY-FILE-STATUS     PIC XX VALUE SPACES.

       01 CATALOG-DATA.
          02 CAT-COUNT            PIC 9(2) VALUE 0.
          02 OFFSET-VALID-FLAG    PIC X VALUE 'N'.
             88 OFFSET-IS-VALID          VALUE 'Y'.

      * THE PARM NAMES THE TRANSACTION DECK FOR THE HISTORY FILE,
      * E.G. DECK=PT240117.  A BLANK PARM LOGS IT AS PATTTRAN.
       01 MAINT-PARM.
          02 PARM-TEXT            PIC X(80) VALUE SPACES.
          02 SCAN-PTR             PIC 9(3) VALUE 1.
          02 TOKEN-TEXT           PIC X(80) VALUE SPACES.
          02 KEY-PART             PIC X(16) VALUE SPACES.
          02 VALUE-PART           PIC X(16) VALUE SPACES.
          02 DECK-NAME            PIC X(8) VALUE "PATTTRAN".
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-IS-BAD              VALUE 'Y'.

       01 SYSTEM-DATE-TIME.
          02 SYS-DATE             PIC 9(8) VALUE 0.
          02 SYS-TIME             PIC 9(8) VALUE 0.

       01 HISTORY-CONTROL.
          02 HISTORY-ENTRIES      PIC 9(3) VALUE 0.
          02 BEFORE-CELL-COUNT    PIC 9(3) VALUE 0.
          02 BEFORE-INDEX         PIC 9(3) VALUE 0.
          02 AFTER-CELL-COUNT     PIC 9(3) VALUE 0.

       01 OFFSET-WORK.
          02 OFFSET-RAW           PIC X(3) VALUE SPACES.
          02 OFFSET-NUM REDEFINES OFFSET-RAW
             03 GROUP-ROW         PIC S9(2).
             03 GROUP-COL         PIC S9(2).

      * THE PATTERN'S CELLS AS THEY STOOD BEFORE THE TRANSACTION,
      * TAKEN FROM THE LIBRARY TABLE BEFORE IT IS CHANGED.
       01 BEFORE-CELLS.
          02 BEFORE-CELL OCCURS 500 TIMES.
             03 BEFORE-ROW        PIC S9(2).
             03 BEFORE-COL        PIC S9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           ACCEPT SYS-TIME FROM TIME
           PERFORM READ-MAINT-PARM
           IF PARM-IS-BAD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LIBRARY-TABLE
           PERFORM LOAD-PATTERN-CATALOG
           OPEN INPUT TRANSACTION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * NO CHANGE MAY BE APPLIED THAT CANNOT BE LOGGED, AND NONE
      * MAY BE LOGGED THAT CANNOT REACH THE NEW LIBRARY.
           OPEN OUTPUT NEW-LIB-FILE
           IF NEW-LIB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN NEW LIBRARY FILE, "
                   "STATUS " NEW-LIB-FILE-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN LIBRARY HISTORY FILE, "
                   "STATUS " HISTORY-FILE-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE NEW-LIB-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== PATTERN LIBRARY EDIT REPORT ====="
           DISPLAY "TRANSACTION DECK: " DECK-NAME
           DISPLAY SPACE
           PERFORM READ-TRANSACTION-RECORD
           PERFORM SKIP-NON-TRANSACTION-RECORDS
           PERFORM PROCESS-TRANSACTION-GROUP
               UNTIL TRANSACTION-FILE-STATUS = "10"
           CLOSE TRANSACTION-FILE
           CLOSE HISTORY-FILE
           PERFORM WRITE-NEW-LIBRARY
           DISPLAY SPACE
           DISPLAY "TRANSACTIONS ACCEPTED: " ACCEPTED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT
           DISPLAY "HISTORY ENTRIES......: " HISTORY-ENTRIES
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-MAINT-PARM.
           ACCEPT PARM-TEXT FROM COMMAND-LINE
           MOVE 1 TO SCAN-PTR
           PERFORM SCAN-MAINT-PARM
               UNTIL SCAN-PTR > 80 OR PARM-IS-BAD.

       SCAN-MAINT-PARM.
           MOVE SPACES TO TOKEN-TEXT
           UNSTRING PARM-TEXT DELIMITED BY ALL " "
               INTO TOKEN-TEXT
               WITH POINTER SCAN-PTR
           END-UNSTRING
           IF TOKEN-TEXT NOT = SPACES
               MOVE SPACES TO KEY-PART VALUE-PART
               UNSTRING TOKEN-TEXT DELIMITED BY "="
                   INTO KEY-PART VALUE-PART
               END-UNSTRING
               IF KEY-PART = "DECK"
                  AND VALUE-PART NOT = SPACES
                  AND VALUE-PART(9:8) = SPACES
                   MOVE VALUE-PART(1:8) TO DECK-NAME
               ELSE
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: PARM '" TOKEN-TEXT(1:30)
                       "' NOT RECOGNIZED - EXPECTED DECK=NAME"
               END-IF
           END-IF.

      * THE CURRENT LIBRARY IS HELD IN STORAGE WHILE THE DECK IS
      * APPLIED, SO A REJECTED TRANSACTION NEVER TOUCHES THE FILE.
      * A MISSING LIBRARY SIMPLY MEANS WE ARE BUILDING A NEW ONE.

       APPLY-TRANSACTION-GROUP.
           PERFORM FIND-PATTERN-IN-LIBRARY
           PERFORM SAVE-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN GROUP-HAS-ERROR
                   CONTINUE
               DISPLAY GROUP-ACTION " " GROUP-NAME
                   " CELLS=" GROUP-CELL-COUNT
                   "  ACCEPTED"
               PERFORM WRITE-HISTORY-ENTRY
           END-IF.

       SAVE-BEFORE-IMAGE.
           MOVE 0 TO BEFORE-CELL-COUNT
           PERFORM VARYING LIB-INDEX FROM 1 BY 1
               UNTIL LIB-INDEX > LIB-CELL-COUNT
               IF LIB-NAME(LIB-INDEX) = GROUP-NAME
                   ADD 1 TO BEFORE-CELL-COUNT
                   MOVE LIB-ROW(LIB-INDEX)
                       TO BEFORE-ROW(BEFORE-CELL-COUNT)
                   MOVE LIB-COL(LIB-INDEX)
                       TO BEFORE-COL(BEFORE-CELL-COUNT)
               END-IF
           END-PERFORM.

      * A DELETE LEAVES NO AFTER IMAGE; AN ADD HAS NO BEFORE IMAGE.
       WRITE-HISTORY-ENTRY.
           IF GROUP-ACTION = "DELETE"
               MOVE 0 TO AFTER-CELL-COUNT
           ELSE
               MOVE GROUP-CELL-COUNT TO AFTER-CELL-COUNT
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE "H" TO PH-RECORD-TYPE
           MOVE SYS-DATE TO PH-DATE
           MOVE SYS-TIME TO PH-TIME
           MOVE DECK-NAME TO PH-DECK-NAME
           MOVE GROUP-ACTION TO PH-ACTION
           MOVE GROUP-NAME TO PH-NAME
           MOVE BEFORE-CELL-COUNT TO PH-BEFORE-COUNT
           MOVE AFTER-CELL-COUNT TO PH-AFTER-COUNT
           WRITE HISTORY-RECORD
           MOVE SPACES TO PH-DETAIL
           MOVE "B" TO PH-RECORD-TYPE
           PERFORM VARYING BEFORE-INDEX FROM 1 BY 1
               UNTIL BEFORE-INDEX > BEFORE-CELL-COUNT
               MOVE BEFORE-ROW(BEFORE-INDEX) TO PH-ROW-OFFSET
               MOVE BEFORE-COL(BEFORE-INDEX) TO PH-COL-OFFSET
               WRITE HISTORY-RECORD
           END-PERFORM
           MOVE "A" TO PH-RECORD-TYPE
           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > AFTER-CELL-COUNT
               MOVE GROUP-ROW(GROUP-INDEX) TO PH-ROW-OFFSET
               MOVE GROUP-COL(GROUP-INDEX) TO PH-COL-OFFSET
               WRITE HISTORY-RECORD
           END-PERFORM
           ADD 1 TO HISTORY-ENTRIES.

      * A REPLACE MUST PROVE THE NEW CELLS FIT BEFORE THE OLD
      * PATTERN IS REMOVED, SO A REJECT LEAVES THE LIBRARY WHOLE.
       CHECK-REPLACE-CAPACITY.
           MOVE LIB-MOVE-INDEX TO LIB-CELL-COUNT.

       WRITE-NEW-LIBRARY.
           PERFORM VARYING LIB-INDEX FROM 1 BY 1
               UNTIL LIB-INDEX > LIB-CELL-COUNT
               MOVE SPACES TO NEW-LIB-RECORD
               MOVE LIB-NAME(LIB-INDEX) TO NLR-NAME
               MOVE LIB-ROW(LIB-INDEX) TO NLR-ROW-OFFSET
               MOVE LIB-COL(LIB-INDEX) TO NLR-COL-OFFSET
               WRITE NEW-LIB-RECORD
           END-PERFORM
           CLOSE NEW-LIB-FILE
           DISPLAY SPACE
           DISPLAY "UPDATED LIBRARY WRITTEN: " LIB-CELL-COUNT
               " CELL RECORD(S)".
