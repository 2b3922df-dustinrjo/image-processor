       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAP-PRINT.
       AUTHOR. ALAN SMITHEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SNAPPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD      PIC X(99).

      * 132-COLUMN PRINTER LISTING.  EVERY PANEL OF EVERY
      * GENERATION PRINTED STARTS A NEW PAGE.
       FD  PRINT-FILE.
       01  PRINT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      * A CELL PRINTS TWO POSITIONS WIDE SO THE BOARD COMES OUT
      * ROUGHLY SQUARE AT TEN CHARACTERS AND SIX LINES TO THE INCH.
      * A PANEL IS AS MUCH OF THE BOARD AS ONE PAGE HOLDS BETWEEN
      * THE ROW NUMBERS DOWN EACH SIDE AND BELOW THE HEADINGS AND
      * RULERS; A LARGER BOARD IS PRINTED AS NUMBERED PANELS, ROW
      * BAND BY ROW BAND, LEFT TO RIGHT ACROSS EACH BAND.
       01 PANEL-ROWS           PIC 9(2) VALUE 50.
       01 PANEL-COLS           PIC 9(2) VALUE 60.

       01 FILE-STATUS-CODES.
          02 SNAPSHOT-FILE-STATUS    PIC XX VALUE SPACES.
          02 PRINT-FILE-STATUS       PIC XX VALUE SPACES.

      * THE SELECTION CARD IS A KEYWORD PARM, E.G.
      *   LABEL=GUNTEST FROM=20 THRU=120 EVERY=10
      * RUN=NNNNNN OR LABEL= LIMITS THE LISTING TO ONE RUN OR ONE
      * SCENARIO OF A DRIVER ARCHIVE; WITHOUT EITHER EVERY RUN IN
      * THE FILE IS PRINTED.  FROM= AND THRU= BOUND THE GENERATIONS
      * (DEFAULT ALL) AND EVERY=N PRINTS EVERY NTH GENERATION
      * COUNTING FROM THE FROM= GENERATION (DEFAULT EVERY ONE).
       01 PRINT-CONTROL.
          02 PRINT-PARM           PIC X(80) VALUE SPACES.
          02 SELECT-RUN           PIC X(6) VALUE SPACES.
          02 SELECT-LABEL         PIC X(8) VALUE SPACES.
          02 SELECT-FROM          PIC 9(3) VALUE 0.
          02 SELECT-THRU          PIC 9(3) VALUE 999.
          02 SELECT-EVERY         PIC 9(3) VALUE 1.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-HAS-ERROR           VALUE 'Y'.
          02 BLOCK-WANTED-FLAG    PIC X VALUE 'N'.
             88 BLOCK-IS-WANTED          VALUE 'Y'.

       01 SCAN-CONTROL.
          02 SCAN-PTR             PIC 9(3) VALUE 1.
          02 TOKEN-TEXT           PIC X(80) VALUE SPACES.
          02 KEY-PART             PIC X(16) VALUE SPACES.
          02 VALUE-PART           PIC X(16) VALUE SPACES.

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

       01 PRINT-BLOCK.
          02 BLOCK-ROW-COUNT      PIC 9(2) VALUE 0.
          02 BLOCK-ROW OCCURS 99 TIMES PIC X(99).

       01 PANEL-CONTROL.
          02 ROW-PANELS           PIC 9(2) VALUE 0.
          02 COL-PANELS           PIC 9(2) VALUE 0.
          02 ROW-PANEL            PIC 9(2) VALUE 0.
          02 COL-PANEL            PIC 9(2) VALUE 0.
          02 PANEL-NUMBER         PIC 9(2) VALUE 0.
          02 PANEL-COUNT          PIC 9(2) VALUE 0.
          02 FIRST-ROW            PIC 9(3) VALUE 0.
          02 LAST-ROW             PIC 9(3) VALUE 0.
          02 FIRST-COL            PIC 9(3) VALUE 0.
          02 LAST-COL             PIC 9(3) VALUE 0.
          02 ROW-IX               PIC 9(3) VALUE 0.
          02 COL-IX               PIC 9(3) VALUE 0.
          02 PRINT-POS            PIC 9(3) VALUE 0.
          02 DIGIT-WORK           PIC 9(3) VALUE 0.
          02 TENS-DIGIT           PIC 9(2) VALUE 0.
          02 UNITS-DIGIT          PIC 9 VALUE 0.
          02 MOD-QUOTIENT         PIC 9(3) VALUE 0.
          02 MOD-REMAINDER        PIC 9(3) VALUE 0.

       01 TALLY-CONTROL.
          02 BLOCKS-READ          PIC 9(5) VALUE 0.
          02 BLOCKS-PRINTED       PIC 9(5) VALUE 0.
          02 PANELS-PRINTED       PIC 9(5) VALUE 0.
          02 PAGE-COUNT           PIC 9(4) VALUE 0.

       01 SYSTEM-DATE-TIME.
          02 SYS-DATE             PIC 9(8) VALUE 0.

       01 HEADING-LINE-1.
          02 FILLER               PIC X(40)
                 VALUE "GAME OF LIFE - SNAPSHOT ARCHIVE LISTING".
          02 FILLER               PIC X(60) VALUE SPACES.
          02 FILLER               PIC X(8) VALUE "PRINTED ".
          02 HL1-DATE             PIC 9(8).
          02 FILLER               PIC X(6) VALUE SPACES.
          02 FILLER               PIC X(5) VALUE "PAGE ".
          02 HL1-PAGE             PIC ZZZ9.
          02 FILLER               PIC X VALUE SPACES.

       01 HEADING-LINE-2.
          02 FILLER               PIC X(4) VALUE "RUN ".
          02 HL2-RUN              PIC X(6).
          02 FILLER               PIC X(12) VALUE "   SCENARIO ".
          02 HL2-LABEL            PIC X(8).
          02 FILLER               PIC X(14) VALUE "   GENERATION ".
          02 HL2-GEN              PIC 9(3).
          02 FILLER               PIC X(9) VALUE "   PANEL ".
          02 HL2-PANEL            PIC Z9.
          02 FILLER               PIC X(4) VALUE " OF ".
          02 HL2-PANEL-COUNT      PIC Z9.
          02 FILLER               PIC X(8) VALUE "   ROWS ".
          02 HL2-FIRST-ROW        PIC ZZ9.
          02 FILLER               PIC X VALUE "-".
          02 HL2-LAST-ROW         PIC ZZ9.
          02 FILLER               PIC X(8) VALUE "   COLS ".
          02 HL2-FIRST-COL        PIC ZZ9.
          02 FILLER               PIC X VALUE "-".
          02 HL2-LAST-COL         PIC ZZ9.
          02 FILLER               PIC X(36) VALUE SPACES.

      * A GRID LINE IS THE ROW NUMBER, A BAR, TWO POSITIONS PER
      * CELL, A BAR AND THE ROW NUMBER AGAIN.  THE RULER LINES
      * USE THE SAME POSITIONS WITH THE TENS AND UNITS DIGITS OF
      * EACH COLUMN NUMBER.
       01 GRID-LINE               PIC X(132) VALUE SPACES.
       01 ROW-NUMBER-EDIT         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           ACCEPT PRINT-PARM FROM COMMAND-LINE
           PERFORM PARSE-PRINT-PARM
           IF NOT PARM-HAS-ERROR
               PERFORM CHECK-PRINT-CARD
           END-IF
           IF PARM-HAS-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== SNAPSHOT PRINT ====="
           EVALUATE TRUE
               WHEN SELECT-RUN NOT = SPACES
                   DISPLAY "RUN.............: " SELECT-RUN
               WHEN SELECT-LABEL NOT = SPACES
                   DISPLAY "SCENARIO........: " SELECT-LABEL
               WHEN OTHER
                   DISPLAY "RUNS............: ALL IN FILE"
           END-EVALUATE
           DISPLAY "GENERATIONS.....: " SELECT-FROM " THRU "
               SELECT-THRU " EVERY " SELECT-EVERY
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SNAPSHOT FILE, "
                   "STATUS " SNAPSHOT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN PRINT FILE, "
                   "STATUS " PRINT-FILE-STATUS
               CLOSE SNAPSHOT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SYS-DATE TO HL1-DATE
           PERFORM READ-SNAPSHOT-LINE
           PERFORM SCAN-SNAPSHOT-FILE
               UNTIL SNAPSHOT-AT-EOF
           CLOSE SNAPSHOT-FILE
           CLOSE PRINT-FILE
           DISPLAY "BLOCKS READ.....: " BLOCKS-READ
           DISPLAY "BLOCKS PRINTED..: " BLOCKS-PRINTED
           DISPLAY "PANELS PRINTED..: " PANELS-PRINTED
           DISPLAY "PAGES WRITTEN...: " PAGE-COUNT
           IF BLOCKS-PRINTED = 0
               DISPLAY "NO GENERATIONS MATCHED THE SELECTION"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-PRINT-PARM.
           MOVE 1 TO SCAN-PTR
           PERFORM PARSE-NEXT-TOKEN
               UNTIL SCAN-PTR > 80 OR PARM-HAS-ERROR.

       PARSE-NEXT-TOKEN.
           MOVE SPACES TO TOKEN-TEXT
           UNSTRING PRINT-PARM DELIMITED BY ALL " "
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
           MOVE VALUE-PART TO CONVERT-TEXT
           EVALUATE KEY-PART
               WHEN "RUN"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                      AND VALUE-NUMBER < 1000000
                       MOVE VALUE-NUMBER(4:6) TO SELECT-RUN
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "LABEL"
                   MOVE VALUE-PART(1:8) TO SELECT-LABEL
               WHEN "FROM"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER < 1000
                       MOVE VALUE-NUMBER TO SELECT-FROM
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "THRU"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER < 1000
                       MOVE VALUE-NUMBER TO SELECT-THRU
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "EVERY"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                      AND VALUE-NUMBER < 1000
                       MOVE VALUE-NUMBER TO SELECT-EVERY
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: UNKNOWN KEYWORD '" KEY-PART "'"
           END-EVALUATE.

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

       CHECK-PRINT-CARD.
           IF SELECT-RUN NOT = SPACES
              AND SELECT-LABEL NOT = SPACES
               MOVE 'Y' TO PARM-ERROR-FLAG
               DISPLAY "ERROR: GIVE RUN= OR LABEL=, NOT BOTH"
           END-IF
           IF SELECT-FROM > SELECT-THRU
               MOVE 'Y' TO PARM-ERROR-FLAG
               DISPLAY "ERROR: FROM= GENERATION IS AFTER THRU="
           END-IF.

       READ-SNAPSHOT-LINE.
           READ SNAPSHOT-FILE INTO PENDING-LINE
               AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

      * THE FILE IS READ THE WAY SNAP-HARVEST READS IT: RUN STAMPS
      * AND SCENARIO MARKS SAY WHOSE BLOCKS FOLLOW, AND A BLOCK IS
      * A "GENERATION NNN" LINE AND THE GRID ROWS UP TO THE NEXT
      * LINE OF ANY OF THOSE KINDS.
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
                   ADD 1 TO BLOCKS-READ
                   MOVE PENDING-LINE(12:3) TO PENDING-GEN
                   PERFORM CHECK-BLOCK-WANTED
                   PERFORM LOAD-BLOCK
                   IF BLOCK-IS-WANTED AND BLOCK-ROW-COUNT > 0
                       PERFORM PRINT-BLOCK-PANELS
                   END-IF
               WHEN OTHER
                   PERFORM READ-SNAPSHOT-LINE
           END-EVALUATE.

       CHECK-BLOCK-WANTED.
           MOVE 'N' TO BLOCK-WANTED-FLAG
           IF PENDING-GEN >= SELECT-FROM
              AND PENDING-GEN <= SELECT-THRU
              AND (SELECT-RUN = SPACES
                   OR CURRENT-RUN = SELECT-RUN)
              AND (SELECT-LABEL = SPACES
                   OR CURRENT-LABEL = SELECT-LABEL)
               COMPUTE DIGIT-WORK = PENDING-GEN - SELECT-FROM
               DIVIDE DIGIT-WORK BY SELECT-EVERY
                   GIVING MOD-QUOTIENT REMAINDER MOD-REMAINDER
               IF MOD-REMAINDER = 0
                   MOVE 'Y' TO BLOCK-WANTED-FLAG
               END-IF
           END-IF.

       LOAD-BLOCK.
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

      * THE BOARD IS SQUARE, SO ITS ROW COUNT IS ALSO ITS WIDTH -
      * THE FILE DROPS TRAILING BLANKS FROM EACH ROW.
       PRINT-BLOCK-PANELS.
           ADD 1 TO BLOCKS-PRINTED
           COMPUTE ROW-PANELS =
               (BLOCK-ROW-COUNT + PANEL-ROWS - 1) / PANEL-ROWS
           COMPUTE COL-PANELS =
               (BLOCK-ROW-COUNT + PANEL-COLS - 1) / PANEL-COLS
           COMPUTE PANEL-COUNT = ROW-PANELS * COL-PANELS
           MOVE 0 TO PANEL-NUMBER
           PERFORM VARYING ROW-PANEL FROM 1 BY 1
               UNTIL ROW-PANEL > ROW-PANELS
               PERFORM VARYING COL-PANEL FROM 1 BY 1
                   UNTIL COL-PANEL > COL-PANELS
                   PERFORM PRINT-ONE-PANEL
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-PANEL.
           ADD 1 TO PANEL-NUMBER
           ADD 1 TO PANELS-PRINTED
           COMPUTE FIRST-ROW = (ROW-PANEL - 1) * PANEL-ROWS + 1
           COMPUTE LAST-ROW = FIRST-ROW + PANEL-ROWS - 1
           IF LAST-ROW > BLOCK-ROW-COUNT
               MOVE BLOCK-ROW-COUNT TO LAST-ROW
           END-IF
           COMPUTE FIRST-COL = (COL-PANEL - 1) * PANEL-COLS + 1
           COMPUTE LAST-COL = FIRST-COL + PANEL-COLS - 1
           IF LAST-COL > BLOCK-ROW-COUNT
               MOVE BLOCK-ROW-COUNT TO LAST-COL
           END-IF
           PERFORM WRITE-PAGE-HEADINGS
           PERFORM WRITE-COLUMN-RULERS
           PERFORM VARYING ROW-IX FROM FIRST-ROW BY 1
               UNTIL ROW-IX > LAST-ROW
               PERFORM WRITE-GRID-LINE
           END-PERFORM.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO HL1-PAGE
           IF CURRENT-RUN = SPACES
               MOVE "------" TO HL2-RUN
           ELSE
               MOVE CURRENT-RUN TO HL2-RUN
           END-IF
           IF CURRENT-LABEL = SPACES
               MOVE "(NONE)" TO HL2-LABEL
           ELSE
               MOVE CURRENT-LABEL TO HL2-LABEL
           END-IF
           MOVE PENDING-GEN TO HL2-GEN
           MOVE PANEL-NUMBER TO HL2-PANEL
           MOVE PANEL-COUNT TO HL2-PANEL-COUNT
           MOVE FIRST-ROW TO HL2-FIRST-ROW
           MOVE LAST-ROW TO HL2-LAST-ROW
           MOVE FIRST-COL TO HL2-FIRST-COL
           MOVE LAST-COL TO HL2-LAST-COL
           WRITE PRINT-RECORD FROM HEADING-LINE-1
               AFTER ADVANCING PAGE
           WRITE PRINT-RECORD FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.

       WRITE-COLUMN-RULERS.
           MOVE SPACES TO GRID-LINE
           PERFORM VARYING COL-IX FROM FIRST-COL BY 1
               UNTIL COL-IX > LAST-COL
               COMPUTE PRINT-POS = (COL-IX - FIRST-COL) * 2 + 6
               DIVIDE COL-IX BY 10 GIVING TENS-DIGIT
               IF TENS-DIGIT > 0
                   MOVE TENS-DIGIT TO DIGIT-WORK
                   MOVE DIGIT-WORK(3:1) TO GRID-LINE(PRINT-POS:1)
               END-IF
           END-PERFORM
           WRITE PRINT-RECORD FROM GRID-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO GRID-LINE
           PERFORM VARYING COL-IX FROM FIRST-COL BY 1
               UNTIL COL-IX > LAST-COL
               COMPUTE PRINT-POS = (COL-IX - FIRST-COL) * 2 + 6
               DIVIDE COL-IX BY 10 GIVING MOD-QUOTIENT
                   REMAINDER UNITS-DIGIT
               MOVE UNITS-DIGIT TO GRID-LINE(PRINT-POS:1)
           END-PERFORM
           WRITE PRINT-RECORD FROM GRID-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-GRID-LINE.
           MOVE SPACES TO GRID-LINE
           MOVE ROW-IX TO ROW-NUMBER-EDIT
           MOVE ROW-NUMBER-EDIT TO GRID-LINE(1:3)
           MOVE "|" TO GRID-LINE(5:1)
           PERFORM VARYING COL-IX FROM FIRST-COL BY 1
               UNTIL COL-IX > LAST-COL
               COMPUTE PRINT-POS = (COL-IX - FIRST-COL) * 2 + 6
               IF BLOCK-ROW(ROW-IX)(COL-IX:1) = '*'
                   MOVE '*' TO GRID-LINE(PRINT-POS:1)
               ELSE
                   MOVE '.' TO GRID-LINE(PRINT-POS:1)
               END-IF
           END-PERFORM
           COMPUTE PRINT-POS = (LAST-COL - FIRST-COL + 1) * 2 + 6
           MOVE "|" TO GRID-LINE(PRINT-POS:1)
           MOVE ROW-NUMBER-EDIT TO GRID-LINE(PRINT-POS + 2:3)
           WRITE PRINT-RECORD FROM GRID-LINE
               AFTER ADVANCING 1 LINE.
