               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-FILE-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS RUN-MASTER-FILE-STATUS.

       DATA DIVISION.
           02 FILLER             PIC X(7).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD     PIC X(200).

       FD  STATS-FILE.
       01  STATS-RECORD         PIC X(60).
       FD  AGE-FILE.
       01  AGE-RECORD           PIC X(99).

      * ONE RECORD PER EXECUTION, KEYED BY RUN NUMBER AND WRITTEN
      * WHEN THE RUN ENDS.  KEY 000000 IS THE CONTROL RECORD, WHICH
      * HOLDS THE LAST RUN NUMBER ASSIGNED; EACH NEW RUN TAKES THE
      * NEXT NUMBER FROM IT AT START-UP AND STAMPS IT ON EVERY
      * OUTPUT THE RUN PRODUCES.  THE TRAILING FILLER IS RESERVED
      * SO FIELDS CAN BE ADDED WITHOUT RELOADING THE MASTER.
       FD  RUN-MASTER-FILE.
       01  RUN-MASTER-RECORD.
           02 RM-RUN-NUMBER      PIC 9(6).
           02 RM-END-REASON      PIC X(25).
           02 FILLER             PIC X.
           02 RM-PARM-TEXT       PIC X(80).
           02 FILLER             PIC X.
           02 RM-DEPT-CODE       PIC X(4).
           02 FILLER             PIC X.
           02 RM-END-QUALIFIER   PIC X(13).
           02 FILLER             PIC X.
           02 RM-START-GEN       PIC 9(3).
           02 FILLER             PIC X.
       01  RUN-MASTER-CONTROL.
           02 RMC-KEY            PIC 9(6).
           02 FILLER             PIC X.
           02 RMC-LAST-RUN       PIC 9(6).
           02 FILLER             PIC X.
           02 RMC-DATE           PIC 9(8).
           02 FILLER             PIC X.
           02 RMC-TIME           PIC 9(8).
           02 FILLER             PIC X(169).

       WORKING-STORAGE SECTION.
       01 GRID-SIZE            PIC 9(2) VALUE 20.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-CARD-REJECTED       VALUE 'Y'.

      * A RUN MAY BE GIVEN A BUDGET IN CELL-GENERATIONS (GRID
      * CELLS TIMES GENERATIONS SIMULATED), IN ELAPSED WALL-CLOCK
      * SECONDS, OR BOTH.  ZERO MEANS NO LIMIT OF THAT KIND.  ONLY
      * GENERATIONS SIMULATED IN THIS EXECUTION COUNT AGAINST IT,
      * SO A RUN RESUMED FROM ITS CHECKPOINT STARTS A FRESH BUDGET.
       01 BUDGET-CONTROL.
          02 BUDGET-CELL-GENS     PIC 9(9) VALUE 0.
          02 BUDGET-SECONDS       PIC 9(5) VALUE 0.
          02 CELL-GENS-USED       PIC 9(11) VALUE 0.
          02 ELAPSED-SECONDS      PIC 9(5) VALUE 0.
          02 CLOCK-START-SECONDS  PIC 9(5) VALUE 0.
          02 CLOCK-NOW-SECONDS    PIC 9(6) VALUE 0.
          02 CLOCK-TIME           PIC 9(8) VALUE 0.
          02 CLOCK-PARTS REDEFINES CLOCK-TIME.
             03 CLOCK-HOURS       PIC 9(2).
             03 CLOCK-MINUTES     PIC 9(2).
             03 CLOCK-SECONDS     PIC 9(2).
             03 CLOCK-HUNDREDTHS  PIC 9(2).
          02 BUDGET-FLAG          PIC X VALUE 'N'.
             88 BUDGET-EXHAUSTED         VALUE 'Y'.

      * ON A BOARD THAT DOES NOT WRAP, EVERY GENERATION COUNTS THE
      * LIVE CELLS ON EACH EDGE (1 TOP, 2 BOTTOM, 3 LEFT, 4 RIGHT;
      * A CORNER CELL IS ON TWO EDGES) AND NOTES THE FIRST
      * GENERATION EACH EDGE IS TOUCHED.  A RUN THAT TOUCHES ANY
      * EDGE ENDS QUALIFIED "EDGE-AFFECTED".  THE FIRST-TOUCH
      * GENERATIONS RIDE ON THE CHECKPOINT CONTROL LINE SO A
      * RESUMED RUN KEEPS THEM.
       01 EDGE-CONTACT-DATA.
          02 EDGE-CONTACT OCCURS 4 TIMES.
             03 EDGE-TOUCHED-FLAG PIC X VALUE 'N'.
                88 EDGE-WAS-TOUCHED      VALUE 'Y'.
             03 EDGE-FIRST-GEN    PIC 9(3) VALUE 0.
          02 EDGE-LIVE-HISTORY.
             03 EDGE-HISTORY OCCURS 201 TIMES.
                04 EDGE-LIVE-CELLS PIC 9(2) OCCURS 4 TIMES
                                   VALUE 0.
          02 EDGE-LIVE-COUNT      PIC 9(2) OCCURS 4 TIMES VALUE 0.
          02 EDGE-INDEX           PIC 9 VALUE 0.
          02 EDGE-POS             PIC 9(2) VALUE 0.
          02 EDGE-GEN-TOTAL       PIC 9(3) VALUE 0.
          02 EDGE-AFFECTED-FLAG   PIC X VALUE 'N'.
             88 RUN-EDGE-AFFECTED        VALUE 'Y'.
          02 END-QUALIFIER        PIC X(13) VALUE SPACES.

       01 EDGE-LABEL-DEFINITIONS.
          02 FILLER PIC X(16) VALUE "TOP EDGE........".
          02 FILLER PIC X(16) VALUE "BOTTOM EDGE.....".
          02 FILLER PIC X(16) VALUE "LEFT EDGE.......".
          02 FILLER PIC X(16) VALUE "RIGHT EDGE......".
       01 EDGE-LABEL-TABLE REDEFINES EDGE-LABEL-DEFINITIONS.
          02 EDGE-LABEL           PIC X(16) OCCURS 4 TIMES.

      * SOUP SEEDING FILLS THE GRID AT RANDOM TO A REQUESTED
      * DENSITY IN CELLS PER THOUSAND.  THE GENERATOR IS A PLAIN
      * LINEAR CONGRUENCE ON A NINE-DIGIT SEED, SO A RUN THAT
          02 PLACE-CELLS-SET      PIC 9(5) VALUE 0.
          02 PLACE-OVERLAP-COUNT  PIC 9(5) VALUE 0.
          02 PLACE-TOTAL-OVERLAP  PIC 9(5) VALUE 0.
          02 CHAIN-CELLS-SET      PIC 9(5) VALUE 0.
          02 TRANS-ROW            PIC S9(2) VALUE 0.
          02 TRANS-COL            PIC S9(2) VALUE 0.

          02 PARM-RULE-NAME            PIC X(8).
          02 PARM-SOUP-DENSITY         PIC 9(3).
          02 PARM-SOUP-SEED            PIC 9(9).
          02 PARM-DEPT-CODE            PIC X(4).
          02 PARM-BUDGET-CELL-GENS     PIC 9(9).
          02 PARM-BUDGET-SECONDS       PIC 9(5).
          02 FILLER                    PIC X(16).

       01 REPORT-DATA.
          02 POPULATION-COUNT     PIC 9(5) VALUE 0.
          02 SYS-DATE             PIC 9(8) VALUE 0.
          02 SYS-TIME             PIC 9(8) VALUE 0.

       01 AUDIT-LINE               PIC X(200) VALUE SPACES.

       01 SECTION-MARK             PIC X(30) VALUE SPACES.

       01 RUN-IDENT.
          02 RUN-NUMBER            PIC 9(6) VALUE 0.
          02 RUN-STAMP-LINE        PIC X(30) VALUE SPACES.
          02 RUN-CONTROL-FLAG      PIC X VALUE 'N'.
             88 RUN-CONTROL-ON-FILE       VALUE 'Y'.

       01 FINAL-SHAPE-DATA.
          02 FIN-MIN-ROW           PIC 9(3) VALUE 0.
               MOVE 'Y' TO RESTART-AT-LIMIT
           END-IF
           PERFORM RECORD-POPULATION
           PERFORM RECORD-EDGE-CONTACT
           PERFORM CHECK-STABILITY
           IF INTERACTIVE-MODE
               PERFORM DISPLAY-GENERATION
           END-IF
           PERFORM WRITE-SNAPSHOT
           PERFORM START-BUDGET-CLOCK
           PERFORM PROCESS-GENERATIONS
               UNTIL GEN-COUNT >= MAX-GENERATIONS
               OR (INTERACTIVE-MODE AND USER-INPUT = 'Q')
               OR STABILITY-DETECTED
               OR BUDGET-EXHAUSTED
           PERFORM DETERMINE-END-REASON
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM WRITE-AUDIT-LOG-ENTRY
               MOVE END-REASON TO LS-END-REASON
               MOVE REPEAT-PERIOD TO LS-REPEAT-PERIOD
               PERFORM CAPTURE-FINAL-SHAPE
               PERFORM CAPTURE-FINAL-GRID
               PERFORM CAPTURE-EDGE-CONTACT
               GOBACK
           END-IF
           STOP RUN.
               END-IF
           END-IF.

      * THE FULL BOARD GOES BACK AS WELL, SO A DRIVER CAN START A
      * LATER SCENARIO FROM EXACTLY WHERE THIS ONE LEFT OFF.
       CAPTURE-FINAL-GRID.
           MOVE GRID-SIZE TO LS-FINAL-GRID-SIZE
           MOVE SPACES TO LS-FINAL-GRID
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > GRID-SIZE
               PERFORM VARYING COL-INDEX FROM 1 BY 1
                   UNTIL COL-INDEX > GRID-SIZE
                   IF CELL OF CURRENT-GRID(ROW-INDEX, COL-INDEX) = 1
                       MOVE '1' TO LS-FINAL-ROW(ROW-INDEX)(COL-INDEX:1)
                   ELSE
                       MOVE '0' TO LS-FINAL-ROW(ROW-INDEX)(COL-INDEX:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CAPTURE-EDGE-CONTACT.
           MOVE END-QUALIFIER TO LS-END-QUALIFIER
           PERFORM VARYING EDGE-INDEX FROM 1 BY 1
               UNTIL EDGE-INDEX > 4
               MOVE EDGE-TOUCHED-FLAG(EDGE-INDEX)
                   TO LS-EDGE-TOUCHED(EDGE-INDEX)
               MOVE EDGE-FIRST-GEN(EDGE-INDEX)
                   TO LS-EDGE-FIRST-GEN(EDGE-INDEX)
           END-PERFORM
           MOVE EDGE-LIVE-HISTORY TO LS-EDGE-LIVE-HISTORY.

       READ-PARAMETERS.
      * PARAMETER CARD LAYOUT (VIA PARM ON THE RUN'S JCL):
      *   01-02 GRID SIZE          09-16 PATTERN NAME (8 CHARS)
      *   27-34 RULE SET NAME (8 CHARS, BLANK FOR CONWAY)
      *   35-37 SOUP DENSITY (CELLS PER THOUSAND, 000 = NO SOUP)
      *   38-46 SOUP SEED (BLANK OR ZERO TAKES DATE/TIME)
      *   47-50 DEPARTMENT CODE (BLANK = UNASSIGNED)
      *   51-59 BUDGET IN CELL-GENERATIONS (BLANK OR ZERO = NONE)
      *   60-64 BUDGET IN ELAPSED SECONDS (BLANK OR ZERO = NONE)
      * WHEN CALLED BY THE SCENARIO DRIVER THE SAME CARD ARRIVES
      * THROUGH THE LINKAGE REQUEST AREA INSTEAD.
      * A CARD CONTAINING '=' IS IN KEYWORD FORM, E.G.
      *   GRID=45 GENS=150 MODE=B WRAP=Y RULES=HIGHLIFE
      *   PATTERN=GLIDER ORIGIN=10,10 SNAP=5 CHKPT=25
      *   SOUP=350 SEED=123456789 DEPT=RSCH
      *   BUDGET=500000 MAXSECS=600
      * AND IS CONVERTED TO THE FIXED COLUMNS BY PARM-DECODE.  A
      * KEYWORD CARD THAT DOES NOT DECODE REJECTS THE RUN - IT IS
      * NEVER QUIETLY DEFAULTED THE WAY A SHIFTED COLUMN WAS.
                   MOVE PARM-SOUP-SEED TO SOUP-SEED
                   MOVE 'Y' TO SOUP-SEED-FLAG
               END-IF
               IF PARM-BUDGET-CELL-GENS IS NUMERIC
                  AND PARM-BUDGET-CELL-GENS > 0
                   MOVE PARM-BUDGET-CELL-GENS TO BUDGET-CELL-GENS
               END-IF
               IF PARM-BUDGET-SECONDS IS NUMERIC
                  AND PARM-BUDGET-SECONDS > 0
                   MOVE PARM-BUDGET-SECONDS TO BUDGET-SECONDS
               END-IF
           END-IF
      * A DRIVEN RUN HAS NO OPERATOR TO ANSWER PROMPTS, SO THE
      * DRIVER ALWAYS GETS BATCH MODE REGARDLESS OF THE CARD.
           IF CALLED-AS-SUBPROGRAM
               MOVE 'B' TO MODE-FLAG
           END-IF
      * A CHAINED SCENARIO CARRIES ON ANOTHER SCENARIO'S BOARD
      * CELL FOR CELL, SO ITS CARD MUST ASK FOR THE SAME GRID.
           IF CALLED-AS-SUBPROGRAM AND START-FROM-CHAINED-GRID
              AND NOT PARM-CARD-REJECTED
              AND LR-CHAIN-GRID-SIZE NOT = GRID-SIZE
               MOVE 'Y' TO PARM-ERROR-FLAG
               DISPLAY "ERROR: PARAMETER CARD REJECTED - GRID SIZE "
                   GRID-SIZE " DOES NOT MATCH THE SIZE "
                   LR-CHAIN-GRID-SIZE " BOARD CHAINED FROM "
                   LR-CHAIN-LABEL
           END-IF.

       SELECT-RULE-SET.
           END-IF.

      * EVERY EXECUTION - STANDALONE OR ONE SCENARIO OF A DRIVEN
      * DECK - TAKES THE NEXT RUN NUMBER FROM THE CONTROL RECORD
      * ON THE RUN MASTER, WHICH IS UPDATED BEFORE THE RUN STARTS
      * SO THE NUMBER IS RESERVED EVEN IF THE RUN NEVER FINISHES.
      * A MISSING MASTER IS CREATED; A MASTER WITHOUT A CONTROL
      * RECORD IS READ THROUGH ONCE FOR ITS HIGHEST RUN NUMBER.
       ASSIGN-RUN-NUMBER.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           ACCEPT SYS-TIME FROM TIME
           MOVE 0 TO RUN-NUMBER
           OPEN I-O RUN-MASTER-FILE
           IF RUN-MASTER-FILE-STATUS = "35"
               OPEN OUTPUT RUN-MASTER-FILE
               CLOSE RUN-MASTER-FILE
               OPEN I-O RUN-MASTER-FILE
           END-IF
           IF RUN-MASTER-FILE-STATUS = "00"
               PERFORM READ-RUN-MASTER-CONTROL
               ADD 1 TO RUN-NUMBER
               PERFORM UPDATE-RUN-MASTER-CONTROL
               CLOSE RUN-MASTER-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN RUN MASTER, "
                   "STATUS " RUN-MASTER-FILE-STATUS
                   ", RUN NUMBER NOT RESERVED"
               ADD 1 TO RUN-NUMBER
           END-IF
           MOVE SPACES TO RUN-STAMP-LINE
           STRING "RUN " RUN-NUMBER " " SYS-DATE " " SYS-TIME
               DELIMITED BY SIZE INTO RUN-STAMP-LINE
           DISPLAY "RUN NUMBER......: " RUN-NUMBER.

       READ-RUN-MASTER-CONTROL.
           MOVE 'Y' TO RUN-CONTROL-FLAG
           MOVE 0 TO RM-RUN-NUMBER
           READ RUN-MASTER-FILE
               INVALID KEY MOVE 'N' TO RUN-CONTROL-FLAG
           END-READ
           IF RUN-CONTROL-ON-FILE
               MOVE RMC-LAST-RUN TO RUN-NUMBER
           ELSE
               PERFORM FIND-HIGHEST-RUN-NUMBER
           END-IF.

       FIND-HIGHEST-RUN-NUMBER.
           MOVE 0 TO RM-RUN-NUMBER
           START RUN-MASTER-FILE KEY IS GREATER THAN RM-RUN-NUMBER
               INVALID KEY MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-START
           IF RUN-MASTER-FILE-STATUS NOT = "10"
               PERFORM READ-RUN-MASTER-RECORD
               PERFORM SCAN-RUN-MASTER-RECORD
                   UNTIL RUN-MASTER-FILE-STATUS = "10"
           END-IF.

       READ-RUN-MASTER-RECORD.
           READ RUN-MASTER-FILE NEXT RECORD
               AT END MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-READ.

           END-IF
           PERFORM READ-RUN-MASTER-RECORD.

       UPDATE-RUN-MASTER-CONTROL.
           MOVE SPACES TO RUN-MASTER-CONTROL
           MOVE 0 TO RMC-KEY
           MOVE RUN-NUMBER TO RMC-LAST-RUN
           MOVE SYS-DATE TO RMC-DATE
           MOVE SYS-TIME TO RMC-TIME
           IF RUN-CONTROL-ON-FILE
               REWRITE RUN-MASTER-CONTROL
                   INVALID KEY
                       DISPLAY "WARNING: RUN MASTER CONTROL RECORD "
                           "NOT UPDATED, STATUS "
                           RUN-MASTER-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-MASTER-CONTROL
                   INVALID KEY
                       DISPLAY "WARNING: RUN MASTER CONTROL RECORD "
                           "NOT WRITTEN, STATUS "
                           RUN-MASTER-FILE-STATUS
               END-WRITE
           END-IF.

       WRITE-RUN-MASTER-RECORD.
           OPEN I-O RUN-MASTER-FILE
           IF RUN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN RUN MASTER, "
                   "STATUS " RUN-MASTER-FILE-STATUS
               MOVE SEED-SOURCE TO RM-SEED-SOURCE
               MOVE END-REASON TO RM-END-REASON
               MOVE PARM-CARD-TEXT TO RM-PARM-TEXT
               MOVE PARM-DEPT-CODE TO RM-DEPT-CODE
               MOVE END-QUALIFIER TO RM-END-QUALIFIER
               MOVE RESTART-BASE-GEN TO RM-START-GEN
               WRITE RUN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: RUN " RUN-NUMBER
                           " ALREADY ON RUN MASTER, NOT RECORDED"
               END-WRITE
               CLOSE RUN-MASTER-FILE
           END-IF.

      * SEEDING SOURCE.  OTHERWISE A PLACEMENT DECK, WHEN ONE IS
      * SUPPLIED, TAKES PRECEDENCE OVER THE SINGLE-PATTERN PARM
      * AND THE SEED FILE SO A RUN CAN COMPOSE A FULL SCENE FROM
      * THE PATTERN LIBRARY.  A CHAINED SCENARIO STARTS FROM THE
      * BOARD ITS DRIVER HANDS OVER INSTEAD OF ANY SEED.
       INITIALIZE-GRID.
           IF RESTART-REQUESTED
               PERFORM RESTORE-CHECKPOINT
           ELSE
           IF CALLED-AS-SUBPROGRAM AND START-FROM-CHAINED-GRID
               PERFORM LOAD-CHAINED-GRID
           ELSE
           IF SOUP-DENSITY > 0
               PERFORM LOAD-RANDOM-SOUP
           ELSE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * THE EARLIER SCENARIO'S FINAL BOARD IS TAKEN AS IT STOOD.
      * A PLACEMENT DECK, OR FAILING THAT THE CARD'S OWN PATTERN,
      * IS THEN LAID ON TOP OF IT - E.G. A GLIDER DROPPED INTO
      * WHATEVER SURVIVED.  A SOUP ON THE CARD WOULD WIPE OUT THE
      * BOARD BEING CONTINUED, SO IT IS IGNORED.
       LOAD-CHAINED-GRID.
           MOVE 0 TO CHAIN-CELLS-SET
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > GRID-SIZE
               PERFORM VARYING COL-INDEX FROM 1 BY 1
                   UNTIL COL-INDEX > GRID-SIZE
                   IF LR-CHAIN-ROW(ROW-INDEX)(COL-INDEX:1) = '1'
                       MOVE 1 TO
                           CELL OF CURRENT-GRID(ROW-INDEX, COL-INDEX)
                       ADD 1 TO CHAIN-CELLS-SET
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO SEED-SOURCE
           STRING "CHAIN FROM " LR-CHAIN-LABEL
               DELIMITED BY SIZE INTO SEED-SOURCE
           DISPLAY "CHAINED START: " CHAIN-CELLS-SET
               " CELL(S) FROM THE FINAL BOARD OF SCENARIO "
               LR-CHAIN-LABEL
           IF SOUP-DENSITY > 0
               DISPLAY "WARNING: SOUP IGNORED ON A CHAINED SCENARIO"
           END-IF
           OPEN INPUT PLACEMENT-FILE
           IF PLACEMENT-FILE-STATUS = "00"
               PERFORM READ-PLACEMENT-RECORD
               PERFORM PROCESS-PLACEMENT-RECORD
                   UNTIL PLACEMENT-FILE-STATUS = "10"
               CLOSE PLACEMENT-FILE
               DISPLAY "PLACEMENT DECK: " PLACE-COUNT
                   " PLACEMENT(S), " PLACE-CELLS-SET
                   " CELL(S) SET, " PLACE-TOTAL-OVERLAP
                   " OVERLAP(S)"
           ELSE
               IF PATTERN-NAME-PARM NOT = SPACES
                   PERFORM OVERLAY-NAMED-PATTERN
               END-IF
           END-IF.

       OVERLAY-NAMED-PATTERN.
           MOVE 'N' TO PATTERN-FOUND-FLAG
           MOVE 0 TO PLACE-OVERLAP-COUNT
           OPEN INPUT PATTERN-LIB-FILE
           IF PATTERN-LIB-FILE-STATUS = "00"
               PERFORM READ-PATTERN-LIB-RECORD
               PERFORM UNTIL PATTERN-LIB-FILE-STATUS = "10"
                   IF PLR-NAME = PATTERN-NAME-PARM
                       MOVE 'Y' TO PATTERN-FOUND-FLAG
                       COMPUTE ROW-CHECK =
                           ORIGIN-ROW + PLR-ROW-OFFSET
                       COMPUTE COL-CHECK =
                           ORIGIN-COL + PLR-COL-OFFSET
                       IF ROW-CHECK > 0 AND ROW-CHECK <= GRID-SIZE
                          AND COL-CHECK > 0
                          AND COL-CHECK <= GRID-SIZE
                           IF CELL OF CURRENT-GRID(ROW-CHECK,
                              COL-CHECK) = 1
                               ADD 1 TO PLACE-OVERLAP-COUNT
                           ELSE
                               MOVE 1 TO
                                   CELL OF CURRENT-GRID(ROW-CHECK,
                                       COL-CHECK)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-PATTERN-LIB-RECORD
               END-PERFORM
               CLOSE PATTERN-LIB-FILE
               IF PATTERN-WAS-FOUND
                   DISPLAY "PATTERN '" PATTERN-NAME-PARM
                       "' LAID ON THE CHAINED BOARD AT ROW "
                       ORIGIN-ROW " COL " ORIGIN-COL ", "
                       PLACE-OVERLAP-COUNT " OVERLAP(S)"
               ELSE
                   DISPLAY "WARNING: PATTERN '" PATTERN-NAME-PARM
                       "' NOT FOUND IN PATTERN LIBRARY, CHAINED "
                       "BOARD USED AS IT STOOD"
               END-IF
           ELSE
               DISPLAY "WARNING: PATTERN LIBRARY NOT AVAILABLE, "
                   "STATUS " PATTERN-LIB-FILE-STATUS
                   ", CHAINED BOARD USED AS IT STOOD"
           END-IF.

      * WHEN NO SEED ARRIVES ON THE CARD ONE IS DERIVED FROM THE
                       ", THIS RUN REQUESTED " GRID-SIZE
                       ", RESTART REFUSED"
                   CLOSE CHECKPOINT-FILE
      * THE GENERATION COUNT STILL STARTS FROM THE CHECKPOINT'S, SO
      * THAT IS WHERE THIS RUN'S OWN GENERATIONS ARE COUNTED FROM.
                   MOVE GEN-COUNT TO RESTART-BASE-GEN
                   MOVE "DEFAULT PATTERN" TO SEED-SOURCE
                   PERFORM LOAD-DEFAULT-PATTERN
               ELSE
                   MOVE "CHECKPOINT" TO SEED-SOURCE
                   MOVE 'Y' TO RESTORED-FLAG
                   MOVE GEN-COUNT TO RESTART-BASE-GEN
                   PERFORM RESTORE-EDGE-CONTACT
                   PERFORM VARYING ROW-INDEX FROM 1 BY 1
                       UNTIL ROW-INDEX > GRID-SIZE
                       OR CHECKPOINT-FILE-STATUS = "10"
               PERFORM LOAD-DEFAULT-PATTERN
           END-IF.

      * COLUMNS 8-19 OF THE CONTROL LINE HOLD THE FIRST GENERATION
      * EACH EDGE WAS TOUCHED, BLANK FOR AN EDGE NOT YET TOUCHED -
      * AS IN EVERY CHECKPOINT SAVED BEFORE EDGES WERE TRACKED.
       RESTORE-EDGE-CONTACT.
           IF NOT WRAP-ENABLED
               PERFORM VARYING EDGE-INDEX FROM 1 BY 1
                   UNTIL EDGE-INDEX > 4
                   COMPUTE EDGE-POS = EDGE-INDEX * 3 + 5
                   IF CHECKPOINT-RECORD(EDGE-POS:3) IS NUMERIC
                       MOVE 'Y' TO EDGE-TOUCHED-FLAG(EDGE-INDEX)
                       MOVE CHECKPOINT-RECORD(EDGE-POS:3)
                           TO EDGE-FIRST-GEN(EDGE-INDEX)
                       MOVE 'Y' TO EDGE-AFFECTED-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       SAVE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00"
               MOVE SPACES TO CHECKPOINT-RECORD
               STRING GEN-COUNT WRAP-FLAG MODE-FLAG GRID-SIZE
                   DELIMITED BY SIZE INTO CHECKPOINT-RECORD
               PERFORM VARYING EDGE-INDEX FROM 1 BY 1
                   UNTIL EDGE-INDEX > 4
                   IF EDGE-WAS-TOUCHED(EDGE-INDEX)
                       COMPUTE EDGE-POS = EDGE-INDEX * 3 + 5
                       MOVE EDGE-FIRST-GEN(EDGE-INDEX)
                           TO CHECKPOINT-RECORD(EDGE-POS:3)
                   END-IF
               END-PERFORM
               WRITE CHECKPOINT-RECORD
               PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > GRID-SIZE
           PERFORM RECORD-GENERATION-STATS
           PERFORM COPY-NEXT-TO-CURRENT
           PERFORM RECORD-POPULATION
           PERFORM RECORD-EDGE-CONTACT
           PERFORM CHECK-STABILITY
           IF INTERACTIVE-MODE
               PERFORM DISPLAY-GENERATION
           END-IF
           PERFORM WRITE-SNAPSHOT
           PERFORM CHECK-SAVE-CHECKPOINT
           PERFORM CHECK-RUN-BUDGET
           IF INTERACTIVE-MODE AND NOT BUDGET-EXHAUSTED
               DISPLAY "PRESS ENTER TO CONTINUE OR Q TO QUIT"
               ACCEPT USER-INPUT
           END-IF.

       START-BUDGET-CLOCK.
           MOVE 0 TO CELL-GENS-USED
           MOVE 0 TO ELAPSED-SECONDS
           ACCEPT CLOCK-TIME FROM TIME
           COMPUTE CLOCK-START-SECONDS = CLOCK-HOURS * 3600
               + CLOCK-MINUTES * 60 + CLOCK-SECONDS.

      * THE BUDGET IS ONLY CHECKED BETWEEN GENERATIONS, SO THE
      * GENERATION THAT REACHES IT IS ALWAYS FINISHED.  A RUN THAT
      * HAS ALSO JUST REACHED ITS GENERATION LIMIT OR SETTLED DOWN
      * HAS ENDED ON ITS OWN ACCOUNT AND IS NOT CALLED SHORT.  A
      * RUN THAT IS STOPPED SAVES ITS CHECKPOINT AT ONCE, WHATEVER
      * THE CHECKPOINT INTERVAL, SO IT CAN BE RESUMED WITH
      * RESTART=Y FROM THE GENERATION IT REACHED.
       CHECK-RUN-BUDGET.
           COMPUTE CELL-GENS-USED = CELL-GENS-USED
               + GRID-SIZE * GRID-SIZE
           IF BUDGET-SECONDS > 0
               PERFORM MEASURE-ELAPSED-SECONDS
           END-IF
           IF GEN-COUNT < MAX-GENERATIONS
              AND NOT STABILITY-DETECTED
               IF (BUDGET-CELL-GENS > 0
                   AND CELL-GENS-USED >= BUDGET-CELL-GENS)
                  OR (BUDGET-SECONDS > 0
                   AND ELAPSED-SECONDS >= BUDGET-SECONDS)
                   MOVE 'Y' TO BUDGET-FLAG
                   PERFORM SAVE-CHECKPOINT
                   DISPLAY "RUN BUDGET EXHAUSTED AT GENERATION "
                       GEN-COUNT ", CHECKPOINT SAVED"
               END-IF
           END-IF.

      * A RUN THAT CROSSES MIDNIGHT SEES THE CLOCK GO BACKWARDS
      * AND IS GIVEN A DAY'S SECONDS TO MAKE UP FOR IT.
       MEASURE-ELAPSED-SECONDS.
           ACCEPT CLOCK-TIME FROM TIME
           COMPUTE CLOCK-NOW-SECONDS = CLOCK-HOURS * 3600
               + CLOCK-MINUTES * 60 + CLOCK-SECONDS
           IF CLOCK-NOW-SECONDS < CLOCK-START-SECONDS
               ADD 86400 TO CLOCK-NOW-SECONDS
           END-IF
           COMPUTE ELAPSED-SECONDS =
               CLOCK-NOW-SECONDS - CLOCK-START-SECONDS.

       CALCULATE-NEXT-GENERATION.
           MOVE 0 TO BIRTHS-THIS-GEN
           MOVE 0 TO ISO-DEATHS-THIS-GEN
               MOVE 'Y' TO EXTINCT-FLAG
           END-IF.

       RECORD-EDGE-CONTACT.
           IF NOT WRAP-ENABLED
               PERFORM VARYING EDGE-INDEX FROM 1 BY 1
                   UNTIL EDGE-INDEX > 4
                   MOVE 0 TO EDGE-LIVE-COUNT(EDGE-INDEX)
               END-PERFORM
               PERFORM VARYING COL-INDEX FROM 1 BY 1
                   UNTIL COL-INDEX > GRID-SIZE
                   IF CELL OF CURRENT-GRID(1, COL-INDEX) = 1
                       ADD 1 TO EDGE-LIVE-COUNT(1)
                   END-IF
                   IF CELL OF CURRENT-GRID(GRID-SIZE, COL-INDEX) = 1
                       ADD 1 TO EDGE-LIVE-COUNT(2)
                   END-IF
               END-PERFORM
               PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > GRID-SIZE
                   IF CELL OF CURRENT-GRID(ROW-INDEX, 1) = 1
                       ADD 1 TO EDGE-LIVE-COUNT(3)
                   END-IF
                   IF CELL OF CURRENT-GRID(ROW-INDEX, GRID-SIZE) = 1
                       ADD 1 TO EDGE-LIVE-COUNT(4)
                   END-IF
               END-PERFORM
               COMPUTE POP-INDEX = GEN-COUNT + 1
               PERFORM VARYING EDGE-INDEX FROM 1 BY 1
                   UNTIL EDGE-INDEX > 4
                   IF EDGE-LIVE-COUNT(EDGE-INDEX) > 0
                      AND NOT EDGE-WAS-TOUCHED(EDGE-INDEX)
                       MOVE 'Y' TO EDGE-TOUCHED-FLAG(EDGE-INDEX)
                       MOVE GEN-COUNT TO EDGE-FIRST-GEN(EDGE-INDEX)
                       MOVE 'Y' TO EDGE-AFFECTED-FLAG
                   END-IF
                   IF POP-INDEX <= 201
                       MOVE EDGE-LIVE-COUNT(EDGE-INDEX)
                           TO EDGE-LIVE-CELLS(POP-INDEX, EDGE-INDEX)
                   END-IF
               END-PERFORM
           END-IF.

       BUILD-GRID-SIGNATURE.
           MOVE SPACES TO GRID-SIGNATURE
           MOVE 0 TO SIG-INDEX
                   MOVE "EXTINCTION" TO END-REASON
               WHEN STABILITY-DETECTED
                   MOVE "STABLE/REPEATING STATE" TO END-REASON
               WHEN BUDGET-EXHAUSTED
                   MOVE "BUDGET EXHAUSTED" TO END-REASON
               WHEN INTERACTIVE-MODE AND USER-INPUT = 'Q'
                   MOVE "OPERATOR QUIT" TO END-REASON
               WHEN OTHER
                   MOVE "MAX GENERATIONS REACHED" TO END-REASON
           END-EVALUATE
           IF RUN-EDGE-AFFECTED
               MOVE "EDGE-AFFECTED" TO END-QUALIFIER
           END-IF.

       WRITE-SUMMARY-REPORT.
           DISPLAY SPACE
           DISPLAY "===== SIMULATION SUMMARY ====="
           DISPLAY "GRID SIZE.......: " GRID-SIZE
           DISPLAY "RULE SET........: " ACTIVE-RULE-NAME
           IF PARM-DEPT-CODE NOT = SPACES
               DISPLAY "DEPARTMENT......: " PARM-DEPT-CODE
           END-IF
           DISPLAY "GENERATIONS RAN.: " GEN-COUNT
           DISPLAY "PEAK POPULATION.: " PEAK-POPULATION
               " AT GENERATION " PEAK-GENERATION
           DISPLAY "ENDING REASON...: " END-REASON
           IF END-QUALIFIER NOT = SPACES
               DISPLAY "END QUALIFIER...: " END-QUALIFIER
           END-IF
           IF STABILITY-DETECTED AND NOT POPULATION-EXTINCT
               DISPLAY "REPEAT PERIOD...: " REPEAT-PERIOD
                   " GENERATION(S)"
           END-IF
           IF BUDGET-CELL-GENS > 0 OR BUDGET-SECONDS > 0
               PERFORM WRITE-BUDGET-USAGE
           END-IF
           DISPLAY "POPULATION BY GENERATION:"
           MOVE 1 TO POP-START-INDEX
           IF RESTORED-FROM-CHECKPOINT
           IF POPULATION-EXTINCT
               DISPLAY "*** POPULATION REACHED EXTINCTION ***"
           END-IF
           IF NOT WRAP-ENABLED
               PERFORM WRITE-EDGE-CONTACT-REPORT
           END-IF
           PERFORM WRITE-LIFECYCLE-TREND.

      * ONLY GENERATIONS WITH SOMETHING ON AN EDGE ARE LISTED; ONCE
      * A RUN IS EDGE-AFFECTED THOSE ARE THE ONES THAT MATTER.
       WRITE-EDGE-CONTACT-REPORT.
           DISPLAY SPACE
           DISPLAY "----- EDGE CONTACT -----"
           PERFORM VARYING EDGE-INDEX FROM 1 BY 1
               UNTIL EDGE-INDEX > 4
               IF EDGE-WAS-TOUCHED(EDGE-INDEX)
                   DISPLAY EDGE-LABEL(EDGE-INDEX) ": FIRST TOUCHED "
                       "AT GENERATION " EDGE-FIRST-GEN(EDGE-INDEX)
               ELSE
                   DISPLAY EDGE-LABEL(EDGE-INDEX) ": NOT TOUCHED"
               END-IF
           END-PERFORM
           IF RUN-EDGE-AFFECTED
               DISPLAY "*** BORDER REACHED - RESULTS ARE EDGE-AFFECTED"
                   ", RERUN ON A LARGER OR WRAPPED BOARD ***"
               DISPLAY "LIVE CELLS ON EACH EDGE BY GENERATION:"
               IF RESTORED-FROM-CHECKPOINT
                   COMPUTE DISPLAY-GEN = RESTART-BASE-GEN
                   DISPLAY "  (EDGE COUNTS BEFORE GENERATION "
                       DISPLAY-GEN " NOT AVAILABLE - RESTARTED"
                       " FROM CHECKPOINT)"
               END-IF
               PERFORM VARYING POP-INDEX FROM POP-START-INDEX BY 1
                   UNTIL POP-INDEX > GEN-COUNT + 1
                   OR POP-INDEX > 201
                   COMPUTE EDGE-GEN-TOTAL =
                       EDGE-LIVE-CELLS(POP-INDEX, 1)
                       + EDGE-LIVE-CELLS(POP-INDEX, 2)
                       + EDGE-LIVE-CELLS(POP-INDEX, 3)
                       + EDGE-LIVE-CELLS(POP-INDEX, 4)
                   IF EDGE-GEN-TOTAL > 0
                       COMPUTE DISPLAY-GEN = POP-INDEX - 1
                       DISPLAY "  GEN " DISPLAY-GEN
                           ": TOP " EDGE-LIVE-CELLS(POP-INDEX, 1)
                           " BOTTOM " EDGE-LIVE-CELLS(POP-INDEX, 2)
                           " LEFT " EDGE-LIVE-CELLS(POP-INDEX, 3)
                           " RIGHT " EDGE-LIVE-CELLS(POP-INDEX, 4)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "NO LIVE CELL REACHED THE BORDER"
           END-IF.

       WRITE-BUDGET-USAGE.
           IF BUDGET-CELL-GENS > 0
               DISPLAY "BUDGET CELL-GEN.: " CELL-GENS-USED
                   " USED OF " BUDGET-CELL-GENS
           END-IF
           IF BUDGET-SECONDS > 0
               DISPLAY "BUDGET SECONDS..: " ELAPSED-SECONDS
                   " USED OF " BUDGET-SECONDS
           END-IF
           IF BUDGET-EXHAUSTED
               DISPLAY "*** RUN STOPPED ON BUDGET AT GENERATION "
                   GEN-COUNT " - CHECKPOINT SAVED, RESUME WITH "
                   "RESTART=Y ***"
           END-IF.

      * CHURN RATE IS THE AVERAGE NUMBER OF BIRTHS PLUS DEATHS PER
      * GENERATION ACTUALLY SIMULATED THIS RUN - A FLAT POPULATION
      * WITH A HIGH CHURN RATE IS TURNING OVER, NOT FROZEN.
               " RULES=" ACTIVE-RULE-NAME
               " SEED=" SEED-SOURCE
               " REASON=" END-REASON
               " DEPT=" PARM-DEPT-CODE
               " QUALIFIER=" END-QUALIFIER
               DELIMITED BY SIZE INTO AUDIT-LINE
           MOVE AUDIT-LINE TO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
