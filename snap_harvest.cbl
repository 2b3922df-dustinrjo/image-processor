       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAP-HARVEST.
       AUTHOR. ALAN SMITHEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
           SELECT TRAN-OUT-FILE ASSIGN TO "HARVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-OUT-FILE-STATUS.
           SELECT SEED-OUT-FILE ASSIGN TO "HARVSEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEED-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD      PIC X(99).

      * SAME LAYOUT AS A PATTLIB-MAINT TRANSACTION DECK.
       FD  TRAN-OUT-FILE.
       01  TRAN-OUT-RECORD.
           02 TXN-ACTION         PIC X(8).
           02 TXN-NAME           PIC X(8).
           02 TXN-ROW-OUT        PIC X(3).
           02 TXN-COL-OUT        PIC X(3).
           02 FILLER             PIC X(58).

      * SAME LAYOUT AS THE ENGINE'S SEED FILE.
       FD  SEED-OUT-FILE.
       01  SEED-OUT-RECORD.
           02 SEED-ROW-OUT       PIC 9(2).
           02 SEED-COL-OUT       PIC 9(2).

       WORKING-STORAGE SECTION.
      * A HARVESTED PATTERN IS EMITTED AS ONE ADD GROUP FOR
      * PATTLIB-MAINT, SO IT CANNOT EXCEED THE MAINTENANCE RUN'S
      * CELLS-PER-PATTERN LIMIT.
       01 GROUP-CELL-LIMIT     PIC 9(2) VALUE 64.

       01 FILE-STATUS-CODES.
          02 SNAPSHOT-FILE-STATUS    PIC XX VALUE SPACES.
          02 TRAN-OUT-FILE-STATUS    PIC XX VALUE SPACES.
          02 SEED-OUT-FILE-STATUS    PIC XX VALUE SPACES.

      * THE HARVEST CARD IS A KEYWORD PARM, E.G.
      *   LABEL=GUNTEST GEN=120 ROWS=10,24 COLS=30,45
      *   OUTPUT=PATTERN NAME=GUNSHIP
      * OR RUN=000123 IN PLACE OF LABEL=.  OUTPUT=SEED WRITES A
      * SEED FILE INSTEAD, WITH THE SHAPE'S TOP-LEFT CELL AT
      * ORIGIN=R,C (DEFAULT 1,1).
       01 HARVEST-CONTROL.
          02 HARVEST-PARM         PIC X(80) VALUE SPACES.
          02 SELECT-RUN           PIC X(6) VALUE SPACES.
          02 SELECT-LABEL         PIC X(8) VALUE SPACES.
          02 SELECT-GEN           PIC 9(3) VALUE 0.
          02 SELECT-GEN-FLAG      PIC X VALUE 'N'.
             88 SELECT-GEN-GIVEN         VALUE 'Y'.
          02 RECT-TOP             PIC 9(2) VALUE 0.
          02 RECT-BOTTOM          PIC 9(2) VALUE 0.
          02 RECT-LEFT            PIC 9(2) VALUE 0.
          02 RECT-RIGHT           PIC 9(2) VALUE 0.
          02 OUTPUT-KIND          PIC X(8) VALUE SPACES.
             88 OUTPUT-PATTERN           VALUE "PATTERN".
             88 OUTPUT-SEED              VALUE "SEED".
          02 HARVEST-NAME         PIC X(8) VALUE SPACES.
          02 SEED-ORIGIN-ROW      PIC 9(2) VALUE 1.
          02 SEED-ORIGIN-COL      PIC 9(2) VALUE 1.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-HAS-ERROR           VALUE 'Y'.
          02 HARVEST-ERROR-FLAG   PIC X VALUE 'N'.
             88 HARVEST-FAILED           VALUE 'Y'.

       01 SCAN-CONTROL.
          02 SCAN-PTR             PIC 9(3) VALUE 1.
          02 TOKEN-TEXT           PIC X(80) VALUE SPACES.
          02 KEY-PART             PIC X(16) VALUE SPACES.
          02 VALUE-PART           PIC X(16) VALUE SPACES.
          02 FIRST-TEXT           PIC X(16) VALUE SPACES.
          02 SECOND-TEXT          PIC X(16) VALUE SPACES.
          02 FIRST-NUMBER         PIC 9(9) VALUE 0.

       01 CONVERT-WORK.
          02 CONVERT-TEXT         PIC X(16) VALUE SPACES.
          02 VALUE-NUMBER         PIC 9(9) VALUE 0.
          02 VALUE-DIGITS         PIC 9(2) VALUE 0.
          02 VALUE-OK-FLAG        PIC X VALUE 'N'.
             88 VALUE-IS-NUMERIC         VALUE 'Y'.
          02 VALUE-END-FLAG       PIC X VALUE 'N'.
             88 VALUE-ENDED              VALUE 'Y'.
          02 VAL-IX               PIC 9(2) VALUE 0.
          02 DIGIT-CHAR           PIC X VALUE SPACE.
          02 DIGIT-NUM REDEFINES DIGIT-CHAR PIC 9.

      * WHILE READING, THE RUN STAMP AND SCENARIO MARK LAST SEEN
      * SAY WHICH RUN THE FOLLOWING GENERATION BLOCKS BELONG TO.
       01 READ-CONTROL.
          02 CURRENT-RUN          PIC X(6) VALUE SPACES.
          02 CURRENT-LABEL        PIC X(8) VALUE SPACES.
          02 PENDING-LINE         PIC X(99) VALUE SPACES.
          02 PENDING-GEN          PIC 9(3) VALUE 0.
          02 EOF-FLAG             PIC X VALUE 'N'.
             88 SNAPSHOT-AT-EOF          VALUE 'Y'.
          02 BLOCKS-MATCHED       PIC 9(3) VALUE 0.
          02 FOUND-RUN            PIC X(6) VALUE SPACES.
          02 FOUND-LABEL          PIC X(8) VALUE SPACES.

       01 HARVEST-BLOCK.
          02 BLOCK-ROW-COUNT      PIC 9(2) VALUE 0.
          02 BLOCK-ROW OCCURS 99 TIMES PIC X(99).

       01 HARVEST-WORK.
          02 ROW-IX               PIC 9(3) VALUE 0.
          02 COL-IX               PIC 9(3) VALUE 0.
          02 NBR-ROW              PIC S9(3) VALUE 0.
          02 NBR-COL              PIC S9(3) VALUE 0.
          02 NBR-ROW-STEP         PIC S9 VALUE 0.
          02 NBR-COL-STEP         PIC S9 VALUE 0.
          02 LIVE-COUNT           PIC 9(4) VALUE 0.
          02 CLIPPED-COUNT        PIC 9(4) VALUE 0.
          02 CLIP-FLAG            PIC X VALUE 'N'.
             88 CELL-IS-CLIPPED          VALUE 'Y'.
          02 SHAPE-MIN-ROW        PIC 9(2) VALUE 0.
          02 SHAPE-MIN-COL        PIC 9(2) VALUE 0.
          02 SHAPE-MAX-ROW        PIC 9(2) VALUE 0.
          02 SHAPE-MAX-COL        PIC 9(2) VALUE 0.
          02 SHAPE-HEIGHT         PIC 9(2) VALUE 0.
          02 SHAPE-WIDTH          PIC 9(2) VALUE 0.
          02 SHAPE-LINE           PIC X(99) VALUE SPACES.
          02 SHAPE-COL            PIC 9(3) VALUE 0.
          02 RECORDS-WRITTEN      PIC 9(4) VALUE 0.
          02 SEED-LIMIT-ROW       PIC 9(3) VALUE 0.
          02 SEED-LIMIT-COL       PIC 9(3) VALUE 0.
          02 CELL-ROW-OUT         PIC S9(2) SIGN LEADING SEPARATE.
          02 CELL-ROW-X REDEFINES CELL-ROW-OUT PIC X(3).
          02 CELL-COL-OUT         PIC S9(2) SIGN LEADING SEPARATE.
          02 CELL-COL-X REDEFINES CELL-COL-OUT PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT HARVEST-PARM FROM COMMAND-LINE
           PERFORM PARSE-HARVEST-PARM
           PERFORM CHECK-HARVEST-CARD
           IF PARM-HAS-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== SNAPSHOT HARVEST ====="
           IF SELECT-RUN NOT = SPACES
               DISPLAY "RUN.............: " SELECT-RUN
           ELSE
               DISPLAY "SCENARIO........: " SELECT-LABEL
           END-IF
           DISPLAY "GENERATION......: " SELECT-GEN
           DISPLAY "RECTANGLE.......: ROWS " RECT-TOP "-" RECT-BOTTOM
               " COLS " RECT-LEFT "-" RECT-RIGHT
           DISPLAY "OUTPUT..........: " OUTPUT-KIND
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SNAPSHOT FILE, "
                   "STATUS " SNAPSHOT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SNAPSHOT-LINE
           PERFORM SCAN-SNAPSHOT-FILE
               UNTIL SNAPSHOT-AT-EOF
           CLOSE SNAPSHOT-FILE
           IF BLOCKS-MATCHED = 0
               DISPLAY "ERROR: GENERATION " SELECT-GEN
                   " NOT FOUND FOR THE RUN SELECTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BLOCKS-MATCHED > 1
               DISPLAY "NOTE: " BLOCKS-MATCHED " BLOCKS MATCHED, "
                   "THE LAST ONE IS HARVESTED"
           END-IF
           DISPLAY "FOUND IN........: RUN " FOUND-RUN
               " SCENARIO " FOUND-LABEL
           DISPLAY "GRID ROWS.......: " BLOCK-ROW-COUNT
           PERFORM MEASURE-HARVEST
           IF NOT HARVEST-FAILED
               PERFORM CHECK-CLIPPED-BORDER
               PERFORM DISPLAY-HARVESTED-SHAPE
               PERFORM WRITE-HARVEST-OUTPUT
           END-IF
           EVALUATE TRUE
               WHEN HARVEST-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN CLIPPED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       PARSE-HARVEST-PARM.
           MOVE 1 TO SCAN-PTR
           PERFORM PARSE-NEXT-TOKEN
               UNTIL SCAN-PTR > 80 OR PARM-HAS-ERROR.

       PARSE-NEXT-TOKEN.
           MOVE SPACES TO TOKEN-TEXT
           UNSTRING HARVEST-PARM DELIMITED BY ALL " "
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
               WHEN "RUN"
                   MOVE VALUE-PART TO CONVERT-TEXT
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                      AND VALUE-NUMBER < 1000000
                       MOVE VALUE-NUMBER(4:6) TO SELECT-RUN
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "LABEL"
                   MOVE VALUE-PART(1:8) TO SELECT-LABEL
               WHEN "GEN"
                   MOVE VALUE-PART TO CONVERT-TEXT
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER < 1000
                       MOVE VALUE-NUMBER TO SELECT-GEN
                       MOVE 'Y' TO SELECT-GEN-FLAG
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "ROWS"
                   PERFORM SPLIT-NUMBER-PAIR
                   IF NOT PARM-HAS-ERROR
                       MOVE FIRST-NUMBER TO RECT-TOP
                       MOVE VALUE-NUMBER TO RECT-BOTTOM
                   END-IF
               WHEN "COLS"
                   PERFORM SPLIT-NUMBER-PAIR
                   IF NOT PARM-HAS-ERROR
                       MOVE FIRST-NUMBER TO RECT-LEFT
                       MOVE VALUE-NUMBER TO RECT-RIGHT
                   END-IF
               WHEN "ORIGIN"
                   PERFORM SPLIT-NUMBER-PAIR
                   IF NOT PARM-HAS-ERROR
                       MOVE FIRST-NUMBER TO SEED-ORIGIN-ROW
                       MOVE VALUE-NUMBER TO SEED-ORIGIN-COL
                   END-IF
               WHEN "OUTPUT"
                   MOVE VALUE-PART(1:8) TO OUTPUT-KIND
               WHEN "NAME"
                   MOVE VALUE-PART(1:8) TO HARVEST-NAME
               WHEN OTHER
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: UNKNOWN KEYWORD '" KEY-PART "'"
           END-EVALUATE.

      * ROWS=, COLS= AND ORIGIN= EACH TAKE TWO NUMBERS 1 THRU 99
      * SEPARATED BY A COMMA; THE FIRST IS LEFT IN FIRST-NUMBER
      * AND THE SECOND IN VALUE-NUMBER.
       SPLIT-NUMBER-PAIR.
           MOVE SPACES TO FIRST-TEXT SECOND-TEXT
           UNSTRING VALUE-PART DELIMITED BY ","
               INTO FIRST-TEXT SECOND-TEXT
           END-UNSTRING
           MOVE FIRST-TEXT TO CONVERT-TEXT
           PERFORM CONVERT-VALUE-TO-NUMBER
           IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
              AND VALUE-NUMBER < 100
               MOVE VALUE-NUMBER TO FIRST-NUMBER
               MOVE SECOND-TEXT TO CONVERT-TEXT
               PERFORM CONVERT-VALUE-TO-NUMBER
               IF NOT VALUE-IS-NUMERIC OR VALUE-NUMBER = 0
                  OR VALUE-NUMBER > 99
                   PERFORM FLAG-BAD-VALUE
               END-IF
           ELSE
               PERFORM FLAG-BAD-VALUE
           END-IF.

       FLAG-BAD-VALUE.
           MOVE 'Y' TO PARM-ERROR-FLAG
           DISPLAY "ERROR: BAD VALUE '" VALUE-PART
               "' FOR KEYWORD '" KEY-PART "'".

       CONVERT-VALUE-TO-NUMBER.
           MOVE 'N' TO VALUE-OK-FLAG
           MOVE 'N' TO VALUE-END-FLAG
           MOVE 0 TO VALUE-NUMBER
           MOVE 0 TO VALUE-DIGITS
           PERFORM VARYING VAL-IX FROM 1 BY 1
               UNTIL VAL-IX > 16 OR VALUE-ENDED
               EVALUATE TRUE
                   WHEN CONVERT-TEXT(VAL-IX:1) = SPACE
                       MOVE 'Y' TO VALUE-END-FLAG
                   WHEN CONVERT-TEXT(VAL-IX:1) IS NUMERIC
                      AND VALUE-DIGITS < 9
                       MOVE CONVERT-TEXT(VAL-IX:1) TO DIGIT-CHAR
                       COMPUTE VALUE-NUMBER =
                           VALUE-NUMBER * 10 + DIGIT-NUM
                       ADD 1 TO VALUE-DIGITS
                   WHEN OTHER
                       MOVE 0 TO VALUE-DIGITS
                       MOVE 'Y' TO VALUE-END-FLAG
               END-EVALUATE
           END-PERFORM
           IF VALUE-DIGITS > 0
               MOVE 'Y' TO VALUE-OK-FLAG
           END-IF.

       CHECK-HARVEST-CARD.
           IF NOT PARM-HAS-ERROR
               IF SELECT-RUN = SPACES AND SELECT-LABEL = SPACES
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: HARVEST NEEDS RUN=NNNNNN OR "
                       "LABEL=SCENARIO"
               END-IF
               IF SELECT-RUN NOT = SPACES
                  AND SELECT-LABEL NOT = SPACES
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: GIVE RUN= OR LABEL=, NOT BOTH"
               END-IF
               IF NOT SELECT-GEN-GIVEN
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: HARVEST NEEDS GEN=NNN"
               END-IF
               IF RECT-TOP = 0 OR RECT-LEFT = 0
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: HARVEST NEEDS ROWS=R1,R2 AND "
                       "COLS=C1,C2"
               ELSE
                   IF RECT-TOP > RECT-BOTTOM
                      OR RECT-LEFT > RECT-RIGHT
                       MOVE 'Y' TO PARM-ERROR-FLAG
                       DISPLAY "ERROR: RECTANGLE CORNERS ARE "
                           "REVERSED"
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN OUTPUT-PATTERN
                       IF HARVEST-NAME = SPACES
                           MOVE 'Y' TO PARM-ERROR-FLAG
                           DISPLAY "ERROR: OUTPUT=PATTERN NEEDS "
                               "NAME=PATTERN"
                       END-IF
                   WHEN OUTPUT-SEED
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO PARM-ERROR-FLAG
                       DISPLAY "ERROR: OUTPUT MUST BE PATTERN OR SEED"
               END-EVALUATE
           END-IF.

       READ-SNAPSHOT-LINE.
           READ SNAPSHOT-FILE INTO PENDING-LINE
               AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

      * SNAPSHOT FILES HOLD RUN STAMPS ("RUN NNNNNN ..."), SCENARIO
      * MARKS ("***** SCENARIO LABEL *****") WHEN WRITTEN UNDER
      * THE DRIVER, AND "GENERATION NNN" BLOCKS AS SNAPSHOT-COMPARE
      * READS THEM.  A BLOCK ENDS AT THE NEXT LINE OF ANY OF THOSE
      * KINDS; GRID ROWS HOLD ONLY '*' AND BLANKS SO CANNOT BE
      * MISTAKEN FOR ONE.
       SCAN-SNAPSHOT-FILE.
           EVALUATE TRUE
               WHEN PENDING-LINE(1:15) = "***** SCENARIO "
                   MOVE PENDING-LINE(16:8) TO CURRENT-LABEL
                   MOVE SPACES TO CURRENT-RUN
                   PERFORM READ-SNAPSHOT-LINE
               WHEN PENDING-LINE(1:4) = "RUN "
                   MOVE PENDING-LINE(5:6) TO CURRENT-RUN
                   PERFORM READ-SNAPSHOT-LINE
               WHEN PENDING-LINE(1:11) = "GENERATION "
                   MOVE PENDING-LINE(12:3) TO PENDING-GEN
                   IF PENDING-GEN = SELECT-GEN
                      AND ((SELECT-RUN NOT = SPACES
                            AND CURRENT-RUN = SELECT-RUN)
                        OR (SELECT-LABEL NOT = SPACES
                            AND CURRENT-LABEL = SELECT-LABEL))
                       PERFORM LOAD-MATCHED-BLOCK
                   ELSE
                       PERFORM READ-SNAPSHOT-LINE
                   END-IF
               WHEN OTHER
                   PERFORM READ-SNAPSHOT-LINE
           END-EVALUATE.

       LOAD-MATCHED-BLOCK.
           ADD 1 TO BLOCKS-MATCHED
           MOVE CURRENT-RUN TO FOUND-RUN
           MOVE CURRENT-LABEL TO FOUND-LABEL
           MOVE 0 TO BLOCK-ROW-COUNT
           PERFORM READ-SNAPSHOT-LINE
           PERFORM UNTIL SNAPSHOT-AT-EOF
               OR PENDING-LINE(1:11) = "GENERATION "
               OR PENDING-LINE(1:4) = "RUN "
               OR PENDING-LINE(1:15) = "***** SCENARIO "
               OR BLOCK-ROW-COUNT >= 99
               ADD 1 TO BLOCK-ROW-COUNT
               MOVE PENDING-LINE TO BLOCK-ROW(BLOCK-ROW-COUNT)
               PERFORM READ-SNAPSHOT-LINE
           END-PERFORM.

      * THE RECTANGLE IS FIRST TRIMMED TO THE GRID, THEN ITS LIVE
      * CELLS ARE COUNTED AND BOXED SO THE SHAPE CAN BE MOVED TO
      * ITS OWN TOP-LEFT CORNER.
       MEASURE-HARVEST.
           IF RECT-TOP > BLOCK-ROW-COUNT
              OR RECT-LEFT > BLOCK-ROW-COUNT
               DISPLAY "ERROR: RECTANGLE LIES OUTSIDE THE "
                   BLOCK-ROW-COUNT " BY " BLOCK-ROW-COUNT " GRID"
               MOVE 'Y' TO HARVEST-ERROR-FLAG
           ELSE
               IF RECT-BOTTOM > BLOCK-ROW-COUNT
                  OR RECT-RIGHT > BLOCK-ROW-COUNT
                   DISPLAY "WARNING: RECTANGLE TRIMMED TO THE "
                       BLOCK-ROW-COUNT " BY " BLOCK-ROW-COUNT " GRID"
                   IF RECT-BOTTOM > BLOCK-ROW-COUNT
                       MOVE BLOCK-ROW-COUNT TO RECT-BOTTOM
                   END-IF
                   IF RECT-RIGHT > BLOCK-ROW-COUNT
                       MOVE BLOCK-ROW-COUNT TO RECT-RIGHT
                   END-IF
               END-IF
               MOVE RECT-BOTTOM TO SHAPE-MIN-ROW
               MOVE RECT-RIGHT TO SHAPE-MIN-COL
               MOVE 0 TO SHAPE-MAX-ROW
               MOVE 0 TO SHAPE-MAX-COL
               PERFORM VARYING ROW-IX FROM RECT-TOP BY 1
                   UNTIL ROW-IX > RECT-BOTTOM
                   PERFORM VARYING COL-IX FROM RECT-LEFT BY 1
                       UNTIL COL-IX > RECT-RIGHT
                       IF BLOCK-ROW(ROW-IX)(COL-IX:1) = '*'
                           ADD 1 TO LIVE-COUNT
                           IF ROW-IX < SHAPE-MIN-ROW
                               MOVE ROW-IX TO SHAPE-MIN-ROW
                           END-IF
                           IF ROW-IX > SHAPE-MAX-ROW
                               MOVE ROW-IX TO SHAPE-MAX-ROW
                           END-IF
                           IF COL-IX < SHAPE-MIN-COL
                               MOVE COL-IX TO SHAPE-MIN-COL
                           END-IF
                           IF COL-IX > SHAPE-MAX-COL
                               MOVE COL-IX TO SHAPE-MAX-COL
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
               DISPLAY "LIVE CELLS......: " LIVE-COUNT
               IF LIVE-COUNT = 0
                   DISPLAY "ERROR: NO LIVE CELLS IN THE RECTANGLE"
                   MOVE 'Y' TO HARVEST-ERROR-FLAG
               ELSE
                   COMPUTE SHAPE-HEIGHT =
                       SHAPE-MAX-ROW - SHAPE-MIN-ROW + 1
                   COMPUTE SHAPE-WIDTH =
                       SHAPE-MAX-COL - SHAPE-MIN-COL + 1
                   DISPLAY "SHAPE...........: " SHAPE-HEIGHT
                       " ROW(S) BY " SHAPE-WIDTH " COL(S) AT ROW "
                       SHAPE-MIN-ROW " COL " SHAPE-MIN-COL
               END-IF
           END-IF.

      * A LIVE CELL ON THE RECTANGLE'S EDGE WITH A LIVE NEIGHBOUR
      * JUST OUTSIDE IT MEANS THE RECTANGLE CUT THROUGH AN OBJECT:
      * WHAT WAS HARVESTED IS ONLY PART OF IT.
       CHECK-CLIPPED-BORDER.
           PERFORM VARYING ROW-IX FROM RECT-TOP BY 1
               UNTIL ROW-IX > RECT-BOTTOM
               PERFORM VARYING COL-IX FROM RECT-LEFT BY 1
                   UNTIL COL-IX > RECT-RIGHT
                   IF (ROW-IX = RECT-TOP OR ROW-IX = RECT-BOTTOM
                       OR COL-IX = RECT-LEFT OR COL-IX = RECT-RIGHT)
                      AND BLOCK-ROW(ROW-IX)(COL-IX:1) = '*'
                       PERFORM CHECK-ONE-BORDER-CELL
                   END-IF
               END-PERFORM
           END-PERFORM
           IF CLIPPED-COUNT = 0
               DISPLAY "BORDER CHECK....: CLEAN"
           ELSE
               DISPLAY "WARNING: " CLIPPED-COUNT " LIVE CELL(S) ON "
                   "THE RECTANGLE BORDER TOUCH LIVE CELLS OUTSIDE "
                   "IT - THE OBJECT WAS CLIPPED"
           END-IF.

       CHECK-ONE-BORDER-CELL.
           MOVE 'N' TO CLIP-FLAG
           PERFORM VARYING NBR-ROW-STEP FROM -1 BY 1
               UNTIL NBR-ROW-STEP > 1
               PERFORM VARYING NBR-COL-STEP FROM -1 BY 1
                   UNTIL NBR-COL-STEP > 1
                   COMPUTE NBR-ROW = ROW-IX + NBR-ROW-STEP
                   COMPUTE NBR-COL = COL-IX + NBR-COL-STEP
                   IF NBR-ROW > 0 AND NBR-ROW <= BLOCK-ROW-COUNT
                      AND NBR-COL > 0 AND NBR-COL <= BLOCK-ROW-COUNT
                      AND (NBR-ROW < RECT-TOP
                           OR NBR-ROW > RECT-BOTTOM
                           OR NBR-COL < RECT-LEFT
                           OR NBR-COL > RECT-RIGHT)
                      AND BLOCK-ROW(NBR-ROW)(NBR-COL:1) = '*'
                       MOVE 'Y' TO CLIP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM
           IF CELL-IS-CLIPPED
               ADD 1 TO CLIPPED-COUNT
               DISPLAY "  CLIPPED AT ROW " ROW-IX " COL " COL-IX
           END-IF.

       DISPLAY-HARVESTED-SHAPE.
           DISPLAY SPACE
           DISPLAY "----- HARVESTED SHAPE -----"
           PERFORM VARYING ROW-IX FROM SHAPE-MIN-ROW BY 1
               UNTIL ROW-IX > SHAPE-MAX-ROW
               MOVE SPACES TO SHAPE-LINE
               MOVE 0 TO SHAPE-COL
               PERFORM VARYING COL-IX FROM SHAPE-MIN-COL BY 1
                   UNTIL COL-IX > SHAPE-MAX-COL
                   ADD 1 TO SHAPE-COL
                   IF BLOCK-ROW(ROW-IX)(COL-IX:1) = '*'
                       MOVE '*' TO SHAPE-LINE(SHAPE-COL:1)
                   ELSE
                       MOVE '.' TO SHAPE-LINE(SHAPE-COL:1)
                   END-IF
               END-PERFORM
               DISPLAY "  " SHAPE-LINE(1:SHAPE-WIDTH)
           END-PERFORM
           DISPLAY SPACE.

       WRITE-HARVEST-OUTPUT.
           IF OUTPUT-PATTERN
               PERFORM WRITE-PATTERN-DECK
           ELSE
               PERFORM WRITE-SEED-FILE
           END-IF.

      * ONE ADD RECORD PER LIVE CELL, OFFSETS FROM THE SHAPE'S
      * TOP-LEFT CORNER, READY TO FEED TO PATTLIB-MAINT.
       WRITE-PATTERN-DECK.
           IF LIVE-COUNT > GROUP-CELL-LIMIT
               DISPLAY "ERROR: SHAPE HAS " LIVE-COUNT " CELLS, "
                   "MORE THAN THE " GROUP-CELL-LIMIT " A PATTERN "
                   "MAY HOLD - NO DECK WRITTEN"
               MOVE 'Y' TO HARVEST-ERROR-FLAG
           ELSE
               OPEN OUTPUT TRAN-OUT-FILE
               IF TRAN-OUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN TRANSACTION "
                       "DECK, STATUS " TRAN-OUT-FILE-STATUS
                   MOVE 'Y' TO HARVEST-ERROR-FLAG
               ELSE
                   PERFORM VARYING ROW-IX FROM SHAPE-MIN-ROW BY 1
                       UNTIL ROW-IX > SHAPE-MAX-ROW
                       PERFORM VARYING COL-IX FROM SHAPE-MIN-COL
                           BY 1 UNTIL COL-IX > SHAPE-MAX-COL
                           IF BLOCK-ROW(ROW-IX)(COL-IX:1) = '*'
                               PERFORM WRITE-PATTERN-CELL
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   CLOSE TRAN-OUT-FILE
                   DISPLAY "HARVEST COMPLETE: " RECORDS-WRITTEN
                       " ADD RECORD(S) WRITTEN FOR PATTERN '"
                       HARVEST-NAME "'"
               END-IF
           END-IF.

       WRITE-PATTERN-CELL.
           MOVE SPACES TO TRAN-OUT-RECORD
           MOVE "ADD" TO TXN-ACTION
           MOVE HARVEST-NAME TO TXN-NAME
           COMPUTE CELL-ROW-OUT = ROW-IX - SHAPE-MIN-ROW
           COMPUTE CELL-COL-OUT = COL-IX - SHAPE-MIN-COL
           MOVE CELL-ROW-X TO TXN-ROW-OUT
           MOVE CELL-COL-X TO TXN-COL-OUT
           WRITE TRAN-OUT-RECORD
           ADD 1 TO RECORDS-WRITTEN.

      * ONE ROW/COLUMN RECORD PER LIVE CELL WITH THE SHAPE'S
      * TOP-LEFT CELL AT THE REQUESTED ORIGIN.
       WRITE-SEED-FILE.
           COMPUTE SEED-LIMIT-ROW = SEED-ORIGIN-ROW + SHAPE-HEIGHT - 1
           COMPUTE SEED-LIMIT-COL = SEED-ORIGIN-COL + SHAPE-WIDTH - 1
           IF SEED-LIMIT-ROW > 99 OR SEED-LIMIT-COL > 99
               DISPLAY "ERROR: SHAPE PLACED AT ROW " SEED-ORIGIN-ROW
                   " COL " SEED-ORIGIN-COL " RUNS OFF A 99 BY 99 "
                   "GRID - NO SEED FILE WRITTEN"
               MOVE 'Y' TO HARVEST-ERROR-FLAG
           ELSE
               OPEN OUTPUT SEED-OUT-FILE
               IF SEED-OUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN SEED OUTPUT, "
                       "STATUS " SEED-OUT-FILE-STATUS
                   MOVE 'Y' TO HARVEST-ERROR-FLAG
               ELSE
                   PERFORM VARYING ROW-IX FROM SHAPE-MIN-ROW BY 1
                       UNTIL ROW-IX > SHAPE-MAX-ROW
                       PERFORM VARYING COL-IX FROM SHAPE-MIN-COL
                           BY 1 UNTIL COL-IX > SHAPE-MAX-COL
                           IF BLOCK-ROW(ROW-IX)(COL-IX:1) = '*'
                               PERFORM WRITE-SEED-CELL
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   CLOSE SEED-OUT-FILE
                   DISPLAY "HARVEST COMPLETE: " RECORDS-WRITTEN
                       " SEED RECORD(S) WRITTEN, TOP-LEFT AT ROW "
                       SEED-ORIGIN-ROW " COL " SEED-ORIGIN-COL
               END-IF
           END-IF.

       WRITE-SEED-CELL.
           COMPUTE SEED-ROW-OUT =
               SEED-ORIGIN-ROW + ROW-IX - SHAPE-MIN-ROW
           COMPUTE SEED-COL-OUT =
               SEED-ORIGIN-COL + COL-IX - SHAPE-MIN-COL
           WRITE SEED-OUT-RECORD
           ADD 1 TO RECORDS-WRITTEN.
