       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTLIB-REBUILD.
       AUTHOR. ALAN SMITHEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-LIB-FILE ASSIGN TO "PATTLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PATTERN-LIB-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PATTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT REBUILT-LIB-FILE ASSIGN TO "PATTASOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REBUILT-LIB-FILE-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS RUN-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-LIB-FILE.
       01  PATTERN-LIB-RECORD.
           02 PLR-NAME           PIC X(8).
           02 PLR-ROW-OFFSET     PIC S9(2) SIGN LEADING SEPARATE.
           02 PLR-COL-OFFSET     PIC S9(2) SIGN LEADING SEPARATE.
           02 FILLER             PIC X(7).

      * THE HISTORY PATTLIB-MAINT KEEPS: AN 'H' RECORD PER APPLIED
      * TRANSACTION, FOLLOWED BY ITS 'B' (BEFORE) AND 'A' (AFTER)
      * CELL RECORDS, OLDEST TRANSACTION FIRST.
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

       FD  REBUILT-LIB-FILE.
       01  REBUILT-LIB-RECORD.
           02 RLR-NAME           PIC X(8).
           02 RLR-ROW-OFFSET     PIC S9(2) SIGN LEADING SEPARATE.
           02 RLR-COL-OFFSET     PIC S9(2) SIGN LEADING SEPARATE.
           02 FILLER             PIC X(7).

      * KEY 000000 IS THE CONTROL RECORD AND IS NEVER A RUN.
       FD  RUN-MASTER-FILE.
       01  RUN-MASTER-RECORD.
           02 RM-RUN-NUMBER      PIC X(6).
           02 FILLER             PIC X.
           02 RM-DATE            PIC X(8).
           02 FILLER             PIC X.
           02 RM-TIME            PIC X(8).
           02 FILLER             PIC X.
           02 RM-GRID-SIZE       PIC X(2).
           02 FILLER             PIC X.
           02 RM-MAX-GENS        PIC X(3).
           02 FILLER             PIC X.
           02 RM-GENS-RAN        PIC X(3).
           02 FILLER             PIC X.
           02 RM-MODE            PIC X.
           02 FILLER             PIC X.
           02 RM-WRAP            PIC X.
           02 FILLER             PIC X.
           02 RM-RULE-NAME       PIC X(8).
           02 FILLER             PIC X.
           02 RM-SEED-SOURCE     PIC X(20).
           02 FILLER             PIC X.
           02 RM-END-REASON      PIC X(25).
           02 FILLER             PIC X.
           02 RM-PARM-TEXT       PIC X(80).
           02 FILLER             PIC X.
           02 RM-DEPT-CODE       PIC X(4).
           02 FILLER             PIC X(19).

       WORKING-STORAGE SECTION.
       01 LIBRARY-CELL-LIMIT   PIC 9(3) VALUE 500.
       01 PATTERN-LIMIT        PIC 9(3) VALUE 100.

       01 FILE-STATUS-CODES.
          02 PATTERN-LIB-FILE-STATUS PIC XX VALUE SPACES.
          02 HISTORY-FILE-STATUS     PIC XX VALUE SPACES.
          02 REBUILT-LIB-FILE-STATUS PIC XX VALUE SPACES.
          02 RUN-MASTER-FILE-STATUS  PIC XX VALUE SPACES.

      * THE PARM IS DATE=YYYYMMDD FOR THE LIBRARY AS IT STOOD AT
      * THE END OF THAT DAY, OR RUN=NNNNNN FOR THE LIBRARY AS IT
      * STOOD WHEN THAT RUN STARTED, TAKEN FROM THE RUN MASTER.
      * A MAINTENANCE RUN'S CHANGES COUNT FROM THE MOMENT IT RAN,
      * SO THE NEW LIBRARY IT WRITES IS TAKEN TO HAVE BEEN PUT IN
      * PLACE BEFORE THE NEXT SIMULATION RUN.
       01 SELECT-CONTROL.
          02 REBUILD-PARM         PIC X(80) VALUE SPACES.
          02 SELECT-DATE          PIC X(8) VALUE SPACES.
          02 SELECT-RUN           PIC X(6) VALUE SPACES.
          02 CUTOFF-DATE          PIC 9(8) VALUE 0.
          02 CUTOFF-TIME          PIC 9(8) VALUE 0.
          02 RUN-PATTERN-NAME     PIC X(8) VALUE SPACES.
          02 RUN-CHAINED-FLAG     PIC X VALUE 'N'.
             88 RUN-WAS-CHAINED          VALUE 'Y'.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-HAS-ERROR           VALUE 'Y'.

       01 SCAN-CONTROL.
          02 SCAN-PTR             PIC 9(3) VALUE 1.
          02 TOKEN-TEXT           PIC X(80) VALUE SPACES.
          02 KEY-PART             PIC X(16) VALUE SPACES.
          02 VALUE-PART           PIC X(16) VALUE SPACES.

       01 COUNTERS.
          02 CUR-IX               PIC 9(3) VALUE 0.
          02 AS-IX                PIC 9(3) VALUE 0.
          02 CHG-IX               PIC 9(3) VALUE 0.
          02 HP-IX                PIC 9(3) VALUE 0.
          02 FOUND-IX             PIC 9(3) VALUE 0.
          02 NAME-CUR-COUNT       PIC 9(3) VALUE 0.
          02 NAME-AS-COUNT        PIC 9(3) VALUE 0.
          02 NAME-MATCH-COUNT     PIC 9(3) VALUE 0.
          02 SHAPE-IX             PIC 9(3) VALUE 0.

       01 TALLY-CONTROL.
          02 CURRENT-CELLS        PIC 9(5) VALUE 0.
          02 HISTORY-ENTRIES      PIC 9(5) VALUE 0.
          02 ENTRIES-IN-EFFECT    PIC 9(5) VALUE 0.
          02 ENTRIES-WOUND-BACK   PIC 9(5) VALUE 0.
          02 BAD-HISTORY-RECORDS  PIC 9(5) VALUE 0.
          02 REBUILT-CELLS        PIC 9(5) VALUE 0.
          02 PATTERNS-DIFFERING   PIC 9(3) VALUE 0.
          02 HISTORY-MISMATCHES   PIC 9(3) VALUE 0.

       01 HISTORY-CONTROL.
          02 HISTORY-STAMP        PIC 9(16) VALUE 0.
          02 CUTOFF-STAMP         PIC 9(16) VALUE 0.
          02 CAPTURE-FLAG         PIC X VALUE 'N'.
             88 CAPTURING-BEFORE-IMAGE   VALUE 'Y'.
          02 OVERFLOW-FLAG        PIC X VALUE 'N'.
             88 TABLE-OVERFLOWED         VALUE 'Y'.
          02 DIFFERENCE-TEXT      PIC X(24) VALUE SPACES.

      * THE LIBRARY AS IT STANDS TODAY.
       01 CURRENT-TABLE.
          02 CUR-CELL OCCURS 500 TIMES.
             03 CUR-NAME          PIC X(8).
             03 CUR-ROW           PIC S9(2).
             03 CUR-COL           PIC S9(2).

      * EVERY PATTERN CHANGED AFTER THE CUTOFF, WITH THE FIRST SUCH
      * CHANGE.  THAT CHANGE'S BEFORE IMAGE IS THE PATTERN AS IT
      * STOOD AT THE CUTOFF, AND IS KEPT IN THE AS-OF TABLE BELOW.
       01 CHANGED-TABLE.
          02 CHG-COUNT            PIC 9(3) VALUE 0.
          02 CHG-ENTRY OCCURS 100 TIMES.
             03 CHG-NAME          PIC X(8).
             03 CHG-ACTION        PIC X(8).
             03 CHG-DATE          PIC 9(8).
             03 CHG-DECK-NAME     PIC X(8).

       01 AS-OF-TABLE.
          02 AS-COUNT             PIC 9(3) VALUE 0.
          02 AS-CELL OCCURS 500 TIMES.
             03 AS-NAME           PIC X(8).
             03 AS-ROW            PIC S9(2).
             03 AS-COL            PIC S9(2).

      * THE AFTER-IMAGE SIZE OF THE LAST CHANGE TO EACH PATTERN, TO
      * PROVE THE CURRENT LIBRARY IS THE ONE THE HISTORY ENDS WITH.
       01 HISTORY-PATTERNS.
          02 HP-COUNT             PIC 9(3) VALUE 0.
          02 HP-ENTRY OCCURS 100 TIMES.
             03 HP-NAME           PIC X(8).
             03 HP-LAST-AFTER     PIC 9(3).

      * THE SHAPE A RUN ACTUALLY USED, DRAWN FROM THE REBUILT
      * LIBRARY WITH ITS TOP-LEFT CELL IN THE CORNER.
       01 SHAPE-DRAWING.
          02 SHAPE-CELLS          PIC 9(3) VALUE 0.
          02 SHAPE-MIN-ROW        PIC S9(2) VALUE 0.
          02 SHAPE-MAX-ROW        PIC S9(2) VALUE 0.
          02 SHAPE-MIN-COL        PIC S9(2) VALUE 0.
          02 SHAPE-MAX-COL        PIC S9(2) VALUE 0.
          02 SHAPE-ROW            PIC S9(3) VALUE 0.
          02 SHAPE-POS            PIC 9(3) VALUE 0.
          02 SHAPE-LINE           PIC X(64) VALUE SPACES.
          02 SHAPE-CELL OCCURS 500 TIMES.
             03 SC-ROW            PIC S9(2).
             03 SC-COL            PIC S9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT REBUILD-PARM FROM COMMAND-LINE
           PERFORM PARSE-REBUILD-PARM
           IF NOT PARM-HAS-ERROR AND SELECT-RUN NOT = SPACES
               PERFORM LOOK-UP-RUN
           END-IF
           IF PARM-HAS-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE CUTOFF-STAMP = CUTOFF-DATE * 100000000
               + CUTOFF-TIME
           PERFORM LOAD-CURRENT-LIBRARY
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN LIBRARY HISTORY FILE, "
                   "STATUS " HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HISTORY-RECORD
           PERFORM PROCESS-HISTORY-RECORD
               UNTIL HISTORY-FILE-STATUS = "10"
           CLOSE HISTORY-FILE
           OPEN OUTPUT REBUILT-LIB-FILE
           IF REBUILT-LIB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN REBUILT LIBRARY FILE, "
                   "STATUS " REBUILT-LIB-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REBUILT-LIBRARY
           CLOSE REBUILT-LIB-FILE
           PERFORM WRITE-REBUILD-REPORT
           IF HISTORY-MISMATCHES > 0 OR BAD-HISTORY-RECORDS > 0
              OR TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-REBUILD-PARM.
           MOVE 1 TO SCAN-PTR
           PERFORM PARSE-NEXT-TOKEN
               UNTIL SCAN-PTR > 80 OR PARM-HAS-ERROR
           EVALUATE TRUE
               WHEN PARM-HAS-ERROR
                   CONTINUE
               WHEN SELECT-DATE = SPACES AND SELECT-RUN = SPACES
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: DATE=YYYYMMDD OR RUN=NNNNNN "
                       "IS REQUIRED"
               WHEN SELECT-DATE NOT = SPACES
                AND SELECT-RUN NOT = SPACES
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: GIVE DATE= OR RUN=, NOT BOTH"
               WHEN SELECT-DATE NOT = SPACES
                AND SELECT-DATE IS NOT NUMERIC
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: DATE= MUST BE YYYYMMDD, GOT '"
                       SELECT-DATE "'"
               WHEN SELECT-RUN NOT = SPACES
                AND SELECT-RUN IS NOT NUMERIC
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: RUN= MUST BE A SIX-DIGIT RUN "
                       "NUMBER, GOT '" SELECT-RUN "'"
               WHEN SELECT-DATE NOT = SPACES
                   MOVE SELECT-DATE TO CUTOFF-DATE
                   MOVE 99999999 TO CUTOFF-TIME
           END-EVALUATE.

       PARSE-NEXT-TOKEN.
           MOVE SPACES TO TOKEN-TEXT
           UNSTRING REBUILD-PARM DELIMITED BY ALL " "
               INTO TOKEN-TEXT
               WITH POINTER SCAN-PTR
           END-UNSTRING
           IF TOKEN-TEXT NOT = SPACES
               PERFORM PARSE-ONE-TOKEN
           END-IF.

       PARSE-ONE-TOKEN.
           MOVE SPACES TO KEY-PART VALUE-PART
           UNSTRING TOKEN-TEXT DELIMITED BY "="
               INTO KEY-PART VALUE-PART
           END-UNSTRING
           EVALUATE KEY-PART
               WHEN "DATE"
                   MOVE VALUE-PART(1:8) TO SELECT-DATE
               WHEN "RUN"
                   MOVE VALUE-PART(1:6) TO SELECT-RUN
               WHEN OTHER
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: UNKNOWN KEYWORD '" KEY-PART "'"
           END-EVALUATE.

      * THE RUN'S START DATE AND TIME BECOME THE CUTOFF.  A RUN
      * SEEDED FROM THE LIBRARY RECORDS "PATTERN NAME" AS ITS SEED
      * SOURCE; THAT IS THE SHAPE THE REPORT PROVES.
       LOOK-UP-RUN.
           OPEN INPUT RUN-MASTER-FILE
           IF RUN-MASTER-FILE-STATUS NOT = "00"
               MOVE 'Y' TO PARM-ERROR-FLAG
               DISPLAY "ERROR: UNABLE TO OPEN RUN MASTER, STATUS "
                   RUN-MASTER-FILE-STATUS
           ELSE
               MOVE SELECT-RUN TO RM-RUN-NUMBER
               READ RUN-MASTER-FILE
                   INVALID KEY MOVE "23" TO RUN-MASTER-FILE-STATUS
               END-READ
               IF RUN-MASTER-FILE-STATUS NOT = "00"
                  OR SELECT-RUN = "000000"
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: RUN " SELECT-RUN
                       " IS NOT ON THE RUN MASTER"
               ELSE
                   IF RM-DATE IS NUMERIC AND RM-TIME IS NUMERIC
                       MOVE RM-DATE TO CUTOFF-DATE
                       MOVE RM-TIME TO CUTOFF-TIME
      * A CHAINED RUN'S SEED SOURCE NAMES THE SCENARIO IT CHAINED
      * FROM; ANY PATTERN IT LAID OVER THAT BOARD IS IN THE FIXED
      * PATTERN COLUMNS OF THE CARD THE MASTER KEEPS.
                       EVALUATE TRUE
                           WHEN RM-SEED-SOURCE(1:8) = "PATTERN "
                               MOVE RM-SEED-SOURCE(9:8)
                                   TO RUN-PATTERN-NAME
                           WHEN RM-SEED-SOURCE(1:11) = "CHAIN FROM "
                            AND RM-PARM-TEXT(9:8) NOT = SPACES
                               MOVE RM-PARM-TEXT(9:8)
                                   TO RUN-PATTERN-NAME
                               MOVE 'Y' TO RUN-CHAINED-FLAG
                       END-EVALUATE
                   ELSE
                       MOVE 'Y' TO PARM-ERROR-FLAG
                       DISPLAY "ERROR: RUN " SELECT-RUN
                           " HAS NO VALID DATE AND TIME ON THE "
                           "RUN MASTER"
                   END-IF
               END-IF
               CLOSE RUN-MASTER-FILE
           END-IF.

       LOAD-CURRENT-LIBRARY.
           OPEN INPUT PATTERN-LIB-FILE
           IF PATTERN-LIB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN PATTERN LIBRARY, "
                   "STATUS " PATTERN-LIB-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PATTERN-LIB-RECORD
           PERFORM STORE-CURRENT-CELL
               UNTIL PATTERN-LIB-FILE-STATUS = "10"
           CLOSE PATTERN-LIB-FILE.

       READ-PATTERN-LIB-RECORD.
           READ PATTERN-LIB-FILE
               AT END MOVE "10" TO PATTERN-LIB-FILE-STATUS
           END-READ.

       STORE-CURRENT-CELL.
           IF PATTERN-LIB-RECORD NOT = SPACES
               IF CURRENT-CELLS < LIBRARY-CELL-LIMIT
                   ADD 1 TO CURRENT-CELLS
                   MOVE PLR-NAME TO CUR-NAME(CURRENT-CELLS)
                   MOVE PLR-ROW-OFFSET TO CUR-ROW(CURRENT-CELLS)
                   MOVE PLR-COL-OFFSET TO CUR-COL(CURRENT-CELLS)
               ELSE
                   MOVE 'Y' TO OVERFLOW-FLAG
               END-IF
           END-IF
           PERFORM READ-PATTERN-LIB-RECORD.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END MOVE "10" TO HISTORY-FILE-STATUS
           END-READ.

      * A CHANGE STAMPED AFTER THE CUTOFF IS WOUND BACK.  ONLY THE
      * FIRST ONE FOR EACH PATTERN MATTERS - ITS BEFORE IMAGE IS
      * WHAT THE PATTERN WAS AT THE CUTOFF; LATER CHANGES TO THE
      * SAME PATTERN ONLY LEAD FROM THERE TO TODAY'S LIBRARY.
       PROCESS-HISTORY-RECORD.
           EVALUATE PH-RECORD-TYPE
               WHEN "H"
                   MOVE 'N' TO CAPTURE-FLAG
                   IF PH-DATE IS NUMERIC AND PH-TIME IS NUMERIC
                      AND PH-AFTER-COUNT IS NUMERIC
                       ADD 1 TO HISTORY-ENTRIES
                       PERFORM NOTE-LAST-CHANGE
                       COMPUTE HISTORY-STAMP = PH-DATE * 100000000
                           + PH-TIME
                       IF HISTORY-STAMP > CUTOFF-STAMP
                           ADD 1 TO ENTRIES-WOUND-BACK
                           PERFORM NOTE-FIRST-LATER-CHANGE
                       ELSE
                           ADD 1 TO ENTRIES-IN-EFFECT
                       END-IF
                   ELSE
                       ADD 1 TO BAD-HISTORY-RECORDS
                   END-IF
               WHEN "B"
                   IF CAPTURING-BEFORE-IMAGE
                       PERFORM STORE-AS-OF-CELL
                   END-IF
               WHEN "A"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO BAD-HISTORY-RECORDS
           END-EVALUATE
           PERFORM READ-HISTORY-RECORD.

       NOTE-LAST-CHANGE.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING HP-IX FROM 1 BY 1
               UNTIL HP-IX > HP-COUNT
               IF HP-NAME(HP-IX) = PH-NAME
                   MOVE HP-IX TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF HP-COUNT < PATTERN-LIMIT
                   ADD 1 TO HP-COUNT
                   MOVE HP-COUNT TO FOUND-IX
                   MOVE PH-NAME TO HP-NAME(FOUND-IX)
               ELSE
                   MOVE 'Y' TO OVERFLOW-FLAG
               END-IF
           END-IF
           IF FOUND-IX > 0
               MOVE PH-AFTER-COUNT TO HP-LAST-AFTER(FOUND-IX)
           END-IF.

       NOTE-FIRST-LATER-CHANGE.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING CHG-IX FROM 1 BY 1
               UNTIL CHG-IX > CHG-COUNT
               IF CHG-NAME(CHG-IX) = PH-NAME
                   MOVE CHG-IX TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF CHG-COUNT < PATTERN-LIMIT
                   ADD 1 TO CHG-COUNT
                   MOVE PH-NAME TO CHG-NAME(CHG-COUNT)
                   MOVE PH-ACTION TO CHG-ACTION(CHG-COUNT)
                   MOVE PH-DATE TO CHG-DATE(CHG-COUNT)
                   MOVE PH-DECK-NAME TO CHG-DECK-NAME(CHG-COUNT)
                   MOVE 'Y' TO CAPTURE-FLAG
               ELSE
                   MOVE 'Y' TO OVERFLOW-FLAG
               END-IF
           END-IF.

       STORE-AS-OF-CELL.
           IF AS-COUNT < LIBRARY-CELL-LIMIT
               ADD 1 TO AS-COUNT
               MOVE PH-NAME TO AS-NAME(AS-COUNT)
               MOVE PH-ROW-OFFSET TO AS-ROW(AS-COUNT)
               MOVE PH-COL-OFFSET TO AS-COL(AS-COUNT)
           ELSE
               MOVE 'Y' TO OVERFLOW-FLAG
           END-IF.

      * PATTERNS UNTOUCHED SINCE THE CUTOFF ARE COPIED FROM TODAY'S
      * LIBRARY; EACH CHANGED ONE IS WRITTEN FROM ITS AS-OF IMAGE,
      * WHICH IS EMPTY FOR A PATTERN ADDED SINCE.
       WRITE-REBUILT-LIBRARY.
           PERFORM VARYING CUR-IX FROM 1 BY 1
               UNTIL CUR-IX > CURRENT-CELLS
               MOVE 0 TO FOUND-IX
               PERFORM VARYING CHG-IX FROM 1 BY 1
                   UNTIL CHG-IX > CHG-COUNT
                   IF CHG-NAME(CHG-IX) = CUR-NAME(CUR-IX)
                       MOVE CHG-IX TO FOUND-IX
                   END-IF
               END-PERFORM
               IF FOUND-IX = 0
                   MOVE SPACES TO REBUILT-LIB-RECORD
                   MOVE CUR-NAME(CUR-IX) TO RLR-NAME
                   MOVE CUR-ROW(CUR-IX) TO RLR-ROW-OFFSET
                   MOVE CUR-COL(CUR-IX) TO RLR-COL-OFFSET
                   WRITE REBUILT-LIB-RECORD
                   ADD 1 TO REBUILT-CELLS
               END-IF
           END-PERFORM
           PERFORM VARYING AS-IX FROM 1 BY 1
               UNTIL AS-IX > AS-COUNT
               MOVE SPACES TO REBUILT-LIB-RECORD
               MOVE AS-NAME(AS-IX) TO RLR-NAME
               MOVE AS-ROW(AS-IX) TO RLR-ROW-OFFSET
               MOVE AS-COL(AS-IX) TO RLR-COL-OFFSET
               WRITE REBUILT-LIB-RECORD
               ADD 1 TO REBUILT-CELLS
           END-PERFORM.

       WRITE-REBUILD-REPORT.
           DISPLAY "===== PATTERN LIBRARY POINT-IN-TIME REBUILD ====="
           IF SELECT-RUN NOT = SPACES
               DISPLAY "AS OF...........: RUN " SELECT-RUN
                   " STARTED " CUTOFF-DATE " " CUTOFF-TIME
           ELSE
               DISPLAY "AS OF...........: END OF " CUTOFF-DATE
           END-IF
           DISPLAY "CURRENT CELLS...: " CURRENT-CELLS
           DISPLAY "HISTORY ENTRIES.: " HISTORY-ENTRIES
           DISPLAY "  IN EFFECT.....: " ENTRIES-IN-EFFECT
           DISPLAY "  WOUND BACK....: " ENTRIES-WOUND-BACK
           IF BAD-HISTORY-RECORDS > 0
               DISPLAY "  UNREADABLE....: " BAD-HISTORY-RECORDS
           END-IF
           DISPLAY "REBUILT CELLS...: " REBUILT-CELLS
               " WRITTEN TO PATTASOF"
           PERFORM CHECK-HISTORY-AGAINST-LIBRARY
           PERFORM LIST-DIFFERING-PATTERNS
           IF SELECT-RUN NOT = SPACES
               PERFORM SHOW-RUN-PATTERN
           END-IF
           IF TABLE-OVERFLOWED
               DISPLAY SPACE
               DISPLAY "WARNING: MORE THAN " LIBRARY-CELL-LIMIT
                   " CELLS OR " PATTERN-LIMIT " PATTERNS - "
                   "REBUILD IS INCOMPLETE"
           END-IF.

      * THE LAST CHANGE LOGGED FOR A PATTERN LEFT IT WITH A KNOWN
      * NUMBER OF CELLS.  IF TODAY'S LIBRARY DISAGREES, IT IS NOT
      * THE LIBRARY THE HISTORY LEADS TO - MOST LIKELY A PATTNEW
      * THAT WAS NEVER PUT IN PLACE - AND THE REBUILD CANNOT BE
      * TRUSTED FOR THAT PATTERN.
       CHECK-HISTORY-AGAINST-LIBRARY.
           PERFORM VARYING HP-IX FROM 1 BY 1
               UNTIL HP-IX > HP-COUNT
               MOVE 0 TO NAME-CUR-COUNT
               PERFORM VARYING CUR-IX FROM 1 BY 1
                   UNTIL CUR-IX > CURRENT-CELLS
                   IF CUR-NAME(CUR-IX) = HP-NAME(HP-IX)
                       ADD 1 TO NAME-CUR-COUNT
                   END-IF
               END-PERFORM
               IF NAME-CUR-COUNT NOT = HP-LAST-AFTER(HP-IX)
                   ADD 1 TO HISTORY-MISMATCHES
                   DISPLAY "WARNING: LIBRARY HOLDS " NAME-CUR-COUNT
                       " CELL(S) OF " HP-NAME(HP-IX)
                       " BUT ITS LAST HISTORY ENTRY LEFT "
                       HP-LAST-AFTER(HP-IX)
               END-IF
           END-PERFORM.

       LIST-DIFFERING-PATTERNS.
           DISPLAY SPACE
           DISPLAY "----- PATTERNS DIFFERING FROM THE CURRENT "
               "LIBRARY -----"
           DISPLAY "PATTERN   DIFFERENCE                THEN  NOW  "
               "FIRST CHANGED  DECK      ACTION"
           PERFORM VARYING CHG-IX FROM 1 BY 1
               UNTIL CHG-IX > CHG-COUNT
               PERFORM COMPARE-CHANGED-PATTERN
               IF DIFFERENCE-TEXT NOT = SPACES
                   ADD 1 TO PATTERNS-DIFFERING
                   DISPLAY CHG-NAME(CHG-IX) "  "
                       DIFFERENCE-TEXT "  "
                       NAME-AS-COUNT "   "
                       NAME-CUR-COUNT "  "
                       CHG-DATE(CHG-IX) "       "
                       CHG-DECK-NAME(CHG-IX) "  "
                       CHG-ACTION(CHG-IX)
               END-IF
           END-PERFORM
           IF PATTERNS-DIFFERING = 0
               DISPLAY "  (NONE - THE LIBRARY IS UNCHANGED SINCE)"
           END-IF
           DISPLAY "PATTERNS DIFFER.: " PATTERNS-DIFFERING.

      * A PATTERN CHANGED AND LATER PUT BACK CELL FOR CELL, OR
      * ADDED AND DELETED AGAIN, DOES NOT DIFFER.
       COMPARE-CHANGED-PATTERN.
           MOVE SPACES TO DIFFERENCE-TEXT
           MOVE 0 TO NAME-CUR-COUNT
           MOVE 0 TO NAME-AS-COUNT
           MOVE 0 TO NAME-MATCH-COUNT
           PERFORM VARYING CUR-IX FROM 1 BY 1
               UNTIL CUR-IX > CURRENT-CELLS
               IF CUR-NAME(CUR-IX) = CHG-NAME(CHG-IX)
                   ADD 1 TO NAME-CUR-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING AS-IX FROM 1 BY 1
               UNTIL AS-IX > AS-COUNT
               IF AS-NAME(AS-IX) = CHG-NAME(CHG-IX)
                   ADD 1 TO NAME-AS-COUNT
                   PERFORM VARYING CUR-IX FROM 1 BY 1
                       UNTIL CUR-IX > CURRENT-CELLS
                       IF CUR-NAME(CUR-IX) = AS-NAME(AS-IX)
                          AND CUR-ROW(CUR-IX) = AS-ROW(AS-IX)
                          AND CUR-COL(CUR-IX) = AS-COL(AS-IX)
                           ADD 1 TO NAME-MATCH-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NAME-AS-COUNT = 0 AND NAME-CUR-COUNT = 0
                   CONTINUE
               WHEN NAME-AS-COUNT = 0
                   MOVE "ADDED SINCE" TO DIFFERENCE-TEXT
               WHEN NAME-CUR-COUNT = 0
                   MOVE "DELETED SINCE" TO DIFFERENCE-TEXT
               WHEN NAME-AS-COUNT NOT = NAME-CUR-COUNT
                 OR NAME-MATCH-COUNT NOT = NAME-AS-COUNT
                   MOVE "CELLS CHANGED SINCE" TO DIFFERENCE-TEXT
           END-EVALUATE.

      * THE RUN'S PATTERN IS TAKEN FROM THE REBUILT LIBRARY - ITS
      * AS-OF IMAGE IF IT HAS CHANGED SINCE, TODAY'S CELLS IF NOT.
       SHOW-RUN-PATTERN.
           DISPLAY SPACE
           DISPLAY "----- PATTERN USED BY RUN " SELECT-RUN " -----"
           IF RUN-PATTERN-NAME = SPACES
               DISPLAY "RUN WAS SEEDED FROM " RM-SEED-SOURCE
                   ", NOT FROM A NAMED LIBRARY PATTERN"
           ELSE
               MOVE 0 TO SHAPE-CELLS
               MOVE 0 TO FOUND-IX
               PERFORM VARYING CHG-IX FROM 1 BY 1
                   UNTIL CHG-IX > CHG-COUNT
                   IF CHG-NAME(CHG-IX) = RUN-PATTERN-NAME
                       MOVE CHG-IX TO FOUND-IX
                   END-IF
               END-PERFORM
               IF FOUND-IX > 0
                   PERFORM VARYING AS-IX FROM 1 BY 1
                       UNTIL AS-IX > AS-COUNT
                       IF AS-NAME(AS-IX) = RUN-PATTERN-NAME
                           ADD 1 TO SHAPE-CELLS
                           MOVE AS-ROW(AS-IX) TO SC-ROW(SHAPE-CELLS)
                           MOVE AS-COL(AS-IX) TO SC-COL(SHAPE-CELLS)
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM VARYING CUR-IX FROM 1 BY 1
                       UNTIL CUR-IX > CURRENT-CELLS
                       IF CUR-NAME(CUR-IX) = RUN-PATTERN-NAME
                           ADD 1 TO SHAPE-CELLS
                           MOVE CUR-ROW(CUR-IX) TO SC-ROW(SHAPE-CELLS)
                           MOVE CUR-COL(CUR-IX) TO SC-COL(SHAPE-CELLS)
                       END-IF
                   END-PERFORM
               END-IF
               DISPLAY "PATTERN.........: " RUN-PATTERN-NAME
               IF RUN-WAS-CHAINED
                   DISPLAY "LAID OVER.......: THE FINAL BOARD OF "
                       "SCENARIO " RM-SEED-SOURCE(12:8)
                       " (UNLESS A PLACEMENT DECK WAS USED INSTEAD)"
               END-IF
               IF FOUND-IX > 0
                   DISPLAY "SOURCE..........: HISTORY - CHANGED "
                       CHG-DATE(FOUND-IX) " BY DECK "
                       CHG-DECK-NAME(FOUND-IX)
               ELSE
                   DISPLAY "SOURCE..........: CURRENT LIBRARY - "
                       "UNCHANGED SINCE THE RUN"
               END-IF
               DISPLAY "CELLS...........: " SHAPE-CELLS
               IF SHAPE-CELLS = 0
                   DISPLAY "*** PATTERN WAS NOT IN THE LIBRARY WHEN "
                       "THE RUN STARTED ***"
               ELSE
                   PERFORM DRAW-RUN-PATTERN
               END-IF
           END-IF.

       DRAW-RUN-PATTERN.
           MOVE SC-ROW(1) TO SHAPE-MIN-ROW SHAPE-MAX-ROW
           MOVE SC-COL(1) TO SHAPE-MIN-COL SHAPE-MAX-COL
           PERFORM VARYING SHAPE-IX FROM 2 BY 1
               UNTIL SHAPE-IX > SHAPE-CELLS
               IF SC-ROW(SHAPE-IX) < SHAPE-MIN-ROW
                   MOVE SC-ROW(SHAPE-IX) TO SHAPE-MIN-ROW
               END-IF
               IF SC-ROW(SHAPE-IX) > SHAPE-MAX-ROW
                   MOVE SC-ROW(SHAPE-IX) TO SHAPE-MAX-ROW
               END-IF
               IF SC-COL(SHAPE-IX) < SHAPE-MIN-COL
                   MOVE SC-COL(SHAPE-IX) TO SHAPE-MIN-COL
               END-IF
               IF SC-COL(SHAPE-IX) > SHAPE-MAX-COL
                   MOVE SC-COL(SHAPE-IX) TO SHAPE-MAX-COL
               END-IF
           END-PERFORM
           IF SHAPE-MAX-COL - SHAPE-MIN-COL >= 64
               DISPLAY "  (SHAPE WIDER THAN 64 CELLS, NOT DRAWN)"
           ELSE
               PERFORM VARYING SHAPE-ROW FROM SHAPE-MIN-ROW BY 1
                   UNTIL SHAPE-ROW > SHAPE-MAX-ROW
                   MOVE SPACES TO SHAPE-LINE
                   PERFORM VARYING SHAPE-POS FROM 1 BY 1
                       UNTIL SHAPE-POS >
                           SHAPE-MAX-COL - SHAPE-MIN-COL + 1
                       MOVE '.' TO SHAPE-LINE(SHAPE-POS:1)
                   END-PERFORM
                   PERFORM VARYING SHAPE-IX FROM 1 BY 1
                       UNTIL SHAPE-IX > SHAPE-CELLS
                       IF SC-ROW(SHAPE-IX) = SHAPE-ROW
                           COMPUTE SHAPE-POS = SC-COL(SHAPE-IX)
                               - SHAPE-MIN-COL + 1
                           MOVE '*' TO SHAPE-LINE(SHAPE-POS:1)
                       END-IF
                   END-PERFORM
                   DISPLAY "  " SHAPE-LINE
               END-PERFORM
           END-IF.
