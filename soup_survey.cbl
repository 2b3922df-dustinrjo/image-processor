       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOUP-SURVEY.
       AUTHOR. ALAN SMITHEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAIL-FILE ASSIGN TO "SURVDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER TRIAL.  THE PARAMETER CARD IS THE EXACT
      * FIXED-COLUMN CARD THE ENGINE RAN WITH, SEED INCLUDED, SO
      * ANY ODD TRIAL CAN BE RERUN CELL FOR CELL BY HANDING THAT
      * CARD TO GAME-OF-LIFE ON ITS PARM.
       FD  DETAIL-FILE.
       01  DETAIL-RECORD.
           02 SD-DENSITY         PIC 9(3).
           02 FILLER             PIC X.
           02 SD-TRIAL           PIC 9(3).
           02 FILLER             PIC X.
           02 SD-SEED            PIC 9(9).
           02 FILLER             PIC X.
           02 SD-GENS-RAN        PIC 9(3).
           02 FILLER             PIC X.
           02 SD-PEAK-POP        PIC 9(5).
           02 FILLER             PIC X.
           02 SD-FINAL-POP       PIC 9(5).
           02 FILLER             PIC X.
           02 SD-END-REASON      PIC X(25).
           02 FILLER             PIC X.
           02 SD-PARM-TEXT       PIC X(80).

       WORKING-STORAGE SECTION.
       01 DENSITY-LIMIT        PIC 9(2) VALUE 10.
       01 TRIAL-LIMIT          PIC 9(2) VALUE 99.

       01 FILE-STATUS-CODES.
          02 DETAIL-FILE-STATUS      PIC XX VALUE SPACES.

      * THE SURVEY CARD IS A KEYWORD PARM, E.G.
      *   GRID=60 GENS=200 RULES=HIGHLIFE WRAP=N
      *   DENSITY=200,300,400 TRIALS=25 SEED=123456789 DEPT=RSCH
      * DENSITIES ARE CELLS PER THOUSAND AS ON THE ENGINE'S SOUP=
      * KEYWORD.  SEED IS OPTIONAL: WITHOUT ONE THE BASE SEED IS
      * TAKEN FROM THE DATE AND TIME AND PRINTED, SO THE WHOLE
      * SURVEY CAN STILL BE REPEATED.  DEPT IS THE DEPARTMENT THE
      * TRIAL RUNS ARE CHARGED TO.
       01 SURVEY-CONTROL.
          02 SURVEY-PARM          PIC X(80) VALUE SPACES.
          02 SURVEY-GRID-SIZE     PIC 9(2) VALUE 0.
          02 SURVEY-GENERATIONS   PIC 9(3) VALUE 100.
          02 SURVEY-RULE-NAME     PIC X(8) VALUE "CONWAY".
          02 SURVEY-WRAP          PIC X VALUE 'N'.
          02 SURVEY-TRIALS        PIC 9(2) VALUE 0.
          02 SURVEY-BASE-SEED     PIC 9(9) VALUE 0.
          02 SURVEY-DEPT-CODE     PIC X(4) VALUE SPACES.
          02 SURVEY-SEED-FLAG     PIC X VALUE 'N'.
             88 SURVEY-SEED-GIVEN        VALUE 'Y'.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-HAS-ERROR           VALUE 'Y'.
          02 RULE-FOUND-FLAG      PIC X VALUE 'N'.
             88 RULE-NAME-FOUND          VALUE 'Y'.
          02 DEPT-FOUND-FLAG      PIC X VALUE 'N'.
             88 DEPT-CODE-FOUND          VALUE 'Y'.
          02 DEPT-IX              PIC 9(2) VALUE 0.

       01 DENSITY-LIST.
          02 DENSITY-COUNT        PIC 9(2) VALUE 0.
          02 DENSITY-ENTRY OCCURS 10 TIMES PIC 9(3).

       01 SCAN-CONTROL.
          02 SCAN-PTR             PIC 9(3) VALUE 1.
          02 LIST-PTR             PIC 9(3) VALUE 1.
          02 TOKEN-TEXT           PIC X(80) VALUE SPACES.
          02 KEY-PART             PIC X(16) VALUE SPACES.
          02 VALUE-PART           PIC X(40) VALUE SPACES.
          02 LIST-TEXT            PIC X(40) VALUE SPACES.

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

      * THE SURVEY KNOWS THE SAME RULE SETS THE ENGINE CARRIES IN
      * ITS RULE TABLE; AN UNKNOWN NAME WOULD QUIETLY SURVEY
      * CONWAY INSTEAD, SO IT IS REFUSED UP FRONT.
       01 RULE-NAME-LIST.
          02 FILLER PIC X(8) VALUE "CONWAY".
          02 FILLER PIC X(8) VALUE "HIGHLIFE".
          02 FILLER PIC X(8) VALUE "SEEDS".
          02 FILLER PIC X(8) VALUE "DAYNIGHT".
       01 RULE-NAME-TABLE REDEFINES RULE-NAME-LIST.
          02 KNOWN-RULE-NAME OCCURS 4 TIMES PIC X(8).

       01 COUNTERS.
          02 DENSITY-IX           PIC 9(2) VALUE 0.
          02 TRIAL-IX             PIC 9(3) VALUE 0.
          02 RULE-INDEX           PIC 9 VALUE 0.
          02 TRIALS-RUN-TOTAL     PIC 9(5) VALUE 0.
          02 TRIALS-REJECTED      PIC 9(5) VALUE 0.

      * EACH TRIAL'S SEED IS THE NEXT VALUE OF THE SAME LINEAR
      * CONGRUENCE THE ENGINE USES FOR ITS SOUP, STARTED FROM THE
      * BASE SEED, SO A SURVEY REPEATED WITH THE SAME BASE SEED
      * REPEATS EVERY TRIAL.
       01 SEED-WORK.
          02 TRIAL-SEED           PIC 9(9) VALUE 0.
          02 RAND-WORK            PIC 9(18) VALUE 0.
          02 RAND-QUOT            PIC 9(18) VALUE 0.

       01 SYSTEM-DATE-TIME.
          02 SYS-DATE             PIC 9(8) VALUE 0.
          02 SYS-TIME             PIC 9(8) VALUE 0.

      * THE ENGINE CARD IS BUILT IN THE FIXED-COLUMN LAYOUT, WHICH
      * HOLDS EVERY FIELD A TRIAL NEEDS IN 80 BYTES.  SNAPSHOTS
      * AND CHECKPOINTS ARE SET TO AN INTERVAL NO TRIAL REACHES.
       01 TRIAL-CARD.
          02 TRIAL-CARD-TEXT      PIC X(80) VALUE SPACES.
       01 TRIAL-FIELDS REDEFINES TRIAL-CARD.
          02 TC-GRID-SIZE              PIC 9(2).
          02 TC-MAX-GENERATIONS        PIC 9(3).
          02 TC-MODE                   PIC X.
          02 TC-WRAP                   PIC X.
          02 TC-RESTART                PIC X.
          02 TC-PATTERN-NAME           PIC X(8).
          02 TC-ORIGIN-ROW             PIC 9(2).
          02 TC-ORIGIN-COL             PIC 9(2).
          02 TC-SNAPSHOT-INTERVAL      PIC 9(3).
          02 TC-CHECKPOINT-INTERVAL    PIC 9(3).
          02 TC-RULE-NAME              PIC X(8).
          02 TC-SOUP-DENSITY           PIC 9(3).
          02 TC-SOUP-SEED              PIC 9(9).
          02 TC-DEPT-CODE              PIC X(4).
          02 FILLER                    PIC X(30).

       01 TRIAL-LABEL.
          02 FILLER               PIC X VALUE 'D'.
          02 TL-DENSITY           PIC 9(3) VALUE 0.
          02 FILLER               PIC X VALUE 'T'.
          02 TL-TRIAL             PIC 9(3) VALUE 0.

      * OUTCOME TALLIES FOR THE DENSITY BEING SURVEYED, CLEARED
      * BEFORE EACH DENSITY'S FIRST TRIAL.
       01 DENSITY-TALLY.
          02 DT-TRIALS            PIC 9(3) VALUE 0.
          02 DT-EXTINCT           PIC 9(3) VALUE 0.
          02 DT-STABLE            PIC 9(3) VALUE 0.
          02 DT-MAX-GENS          PIC 9(3) VALUE 0.
          02 DT-OTHER             PIC 9(3) VALUE 0.
          02 DT-GENS-SUM          PIC 9(7) VALUE 0.
          02 DT-GENS-MIN          PIC 9(3) VALUE 0.
          02 DT-GENS-MAX          PIC 9(3) VALUE 0.
          02 DT-PEAK-SUM          PIC 9(9) VALUE 0.
          02 DT-PEAK-MIN          PIC 9(5) VALUE 0.
          02 DT-PEAK-MAX          PIC 9(5) VALUE 0.
          02 DT-FINAL-SUM         PIC 9(9) VALUE 0.
          02 DT-FINAL-MIN         PIC 9(5) VALUE 0.
          02 DT-FINAL-MAX         PIC 9(5) VALUE 0.

       01 REPORT-WORK.
          02 RATE-VALUE           PIC 9(3)V9 VALUE 0.
          02 RATE-DISPLAY         PIC 9(3).9.
          02 MEAN-VALUE           PIC 9(5)V9 VALUE 0.
          02 MEAN-DISPLAY         PIC 9(5).9.
          02 RATE-COUNT           PIC 9(3) VALUE 0.

       COPY DEPTTAB.

       COPY LIFECOMM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT SURVEY-PARM FROM COMMAND-LINE
           PERFORM PARSE-SURVEY-PARM
           PERFORM CHECK-SURVEY-CARD
           IF PARM-HAS-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DETAIL-FILE
           IF DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SURVEY DETAIL FILE, "
                   "STATUS " DETAIL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-BASE-SEED
           PERFORM WRITE-SURVEY-HEADING
           MOVE SURVEY-BASE-SEED TO TRIAL-SEED
           PERFORM VARYING DENSITY-IX FROM 1 BY 1
               UNTIL DENSITY-IX > DENSITY-COUNT
               PERFORM SURVEY-ONE-DENSITY
           END-PERFORM
           CLOSE DETAIL-FILE
           DISPLAY SPACE
           DISPLAY "===== SURVEY TOTALS ====="
           DISPLAY "DENSITIES.......: " DENSITY-COUNT
           DISPLAY "TRIALS RUN......: " TRIALS-RUN-TOTAL
           IF TRIALS-REJECTED > 0
               DISPLAY "TRIALS REJECTED.: " TRIALS-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-SURVEY-PARM.
           MOVE 1 TO SCAN-PTR
           PERFORM PARSE-NEXT-TOKEN
               UNTIL SCAN-PTR > 80 OR PARM-HAS-ERROR.

       PARSE-NEXT-TOKEN.
           MOVE SPACES TO TOKEN-TEXT
           UNSTRING SURVEY-PARM DELIMITED BY ALL " "
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
               WHEN "GRID"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                      AND VALUE-NUMBER < 100
                       MOVE VALUE-NUMBER TO SURVEY-GRID-SIZE
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "GENS"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                      AND VALUE-NUMBER <= 200
                       MOVE VALUE-NUMBER TO SURVEY-GENERATIONS
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "RULES"
                   IF VALUE-PART NOT = SPACES
                      AND VALUE-PART(9:32) = SPACES
                       MOVE VALUE-PART(1:8) TO SURVEY-RULE-NAME
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "WRAP"
                   IF VALUE-PART = "Y" OR VALUE-PART = "N"
                       MOVE VALUE-PART(1:1) TO SURVEY-WRAP
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "TRIALS"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                      AND VALUE-NUMBER <= TRIAL-LIMIT
                       MOVE VALUE-NUMBER TO SURVEY-TRIALS
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "SEED"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                       MOVE VALUE-NUMBER TO SURVEY-BASE-SEED
                       MOVE 'Y' TO SURVEY-SEED-FLAG
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "DEPT"
                   IF VALUE-PART NOT = SPACES
                      AND VALUE-PART(5:36) = SPACES
                       MOVE VALUE-PART(1:4) TO SURVEY-DEPT-CODE
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "DENSITY"
                   PERFORM PARSE-DENSITY-LIST
               WHEN OTHER
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: UNKNOWN KEYWORD '" KEY-PART "'"
           END-EVALUATE.

      * THE DENSITY LIST IS COMMA-SEPARATED, EACH ENTRY 1 THRU 999
      * CELLS PER THOUSAND.
       PARSE-DENSITY-LIST.
           MOVE 1 TO LIST-PTR
           PERFORM PARSE-NEXT-DENSITY
               UNTIL LIST-PTR > 40 OR PARM-HAS-ERROR
           IF DENSITY-COUNT = 0 AND NOT PARM-HAS-ERROR
               PERFORM FLAG-BAD-VALUE
           END-IF.

       PARSE-NEXT-DENSITY.
           MOVE SPACES TO LIST-TEXT
           UNSTRING VALUE-PART DELIMITED BY ","
               INTO LIST-TEXT
               WITH POINTER LIST-PTR
           END-UNSTRING
           IF LIST-TEXT NOT = SPACES
               MOVE LIST-TEXT TO CONVERT-TEXT
               PERFORM CONVERT-VALUE-TO-NUMBER
               EVALUATE TRUE
                   WHEN NOT VALUE-IS-NUMERIC
                     OR VALUE-NUMBER = 0 OR VALUE-NUMBER > 999
                       PERFORM FLAG-BAD-VALUE
                   WHEN DENSITY-COUNT >= DENSITY-LIMIT
                       MOVE 'Y' TO PARM-ERROR-FLAG
                       DISPLAY "ERROR: MORE THAN " DENSITY-LIMIT
                           " DENSITIES ON THE SURVEY CARD"
                   WHEN OTHER
                       ADD 1 TO DENSITY-COUNT
                       MOVE VALUE-NUMBER
                           TO DENSITY-ENTRY(DENSITY-COUNT)
               END-EVALUATE
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

      * GRID, DENSITY AND TRIALS HAVE NO SENSIBLE DEFAULT FOR A
      * SURVEY AND MUST BE GIVEN; THE RULE SET MUST BE ONE THE
      * ENGINE CARRIES.
       CHECK-SURVEY-CARD.
           IF NOT PARM-HAS-ERROR
               IF SURVEY-GRID-SIZE = 0
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: SURVEY CARD NEEDS GRID=NN"
               END-IF
               IF DENSITY-COUNT = 0
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: SURVEY CARD NEEDS DENSITY=D1,D2,.."
               END-IF
               IF SURVEY-TRIALS = 0
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: SURVEY CARD NEEDS TRIALS=NN"
               END-IF
               MOVE 'N' TO RULE-FOUND-FLAG
               PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > 4
                   IF KNOWN-RULE-NAME(RULE-INDEX) = SURVEY-RULE-NAME
                       MOVE 'Y' TO RULE-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT RULE-NAME-FOUND
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: RULE SET '" SURVEY-RULE-NAME
                       "' IS NOT KNOWN"
               END-IF
               IF SURVEY-DEPT-CODE NOT = SPACES
                   MOVE 'N' TO DEPT-FOUND-FLAG
                   PERFORM VARYING DEPT-IX FROM 1 BY 1
                       UNTIL DEPT-IX > VALID-DEPT-COUNT
                       IF VALID-DEPT-CODE(DEPT-IX) = SURVEY-DEPT-CODE
                           MOVE 'Y' TO DEPT-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT DEPT-CODE-FOUND
                       MOVE 'Y' TO PARM-ERROR-FLAG
                       DISPLAY "ERROR: DEPARTMENT '" SURVEY-DEPT-CODE
                           "' IS NOT A VALID DEPARTMENT"
                   END-IF
               END-IF
           END-IF.

       SET-BASE-SEED.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           ACCEPT SYS-TIME FROM TIME
           IF NOT SURVEY-SEED-GIVEN
               COMPUTE RAND-WORK = SYS-DATE * 99991 + SYS-TIME
               DIVIDE RAND-WORK BY 1000000000
                   GIVING RAND-QUOT REMAINDER SURVEY-BASE-SEED
               IF SURVEY-BASE-SEED = 0
                   MOVE 1 TO SURVEY-BASE-SEED
               END-IF
           END-IF.

       WRITE-SURVEY-HEADING.
           DISPLAY "===== SOUP SURVEY REPORT ====="
           DISPLAY "SURVEY DATE.....: " SYS-DATE " " SYS-TIME
           DISPLAY "GRID SIZE.......: " SURVEY-GRID-SIZE
           DISPLAY "MAX GENERATIONS.: " SURVEY-GENERATIONS
           DISPLAY "RULE SET........: " SURVEY-RULE-NAME
           DISPLAY "WRAP............: " SURVEY-WRAP
           DISPLAY "TRIALS/DENSITY..: " SURVEY-TRIALS
           IF SURVEY-DEPT-CODE NOT = SPACES
               DISPLAY "DEPARTMENT......: " SURVEY-DEPT-CODE
           END-IF
           IF SURVEY-SEED-GIVEN
               DISPLAY "BASE SEED.......: " SURVEY-BASE-SEED
           ELSE
               DISPLAY "BASE SEED.......: " SURVEY-BASE-SEED
                   " (FROM DATE/TIME)"
           END-IF.

       SURVEY-ONE-DENSITY.
           INITIALIZE DENSITY-TALLY
           PERFORM VARYING TRIAL-IX FROM 1 BY 1
               UNTIL TRIAL-IX > SURVEY-TRIALS
               PERFORM RUN-ONE-TRIAL
           END-PERFORM
           PERFORM WRITE-DENSITY-REPORT.

       NEXT-TRIAL-SEED.
           COMPUTE RAND-WORK = TRIAL-SEED * 16807 + 12345
           DIVIDE RAND-WORK BY 1000000000
               GIVING RAND-QUOT REMAINDER TRIAL-SEED
           IF TRIAL-SEED = 0
               MOVE 1 TO TRIAL-SEED
           END-IF.

      * EACH TRIAL IS AN ORDINARY DRIVEN RUN THROUGH THE ENGINE
      * REQUEST AREA WITH THE ARCHIVES SUPPRESSED, THE SAME WAY
      * THE CERTIFICATION JOB PROBES THE ENGINE - A SURVEY OF
      * HUNDREDS OF SOUPS MUST NOT FLOOD THE SNAPSHOT, STATS AND
      * AGE FILES.  EACH TRIAL STILL TAKES A RUN NUMBER AND
      * WRITES ITS AUDIT LINE AND RUN MASTER RECORD AS USUAL.
       RUN-ONE-TRIAL.
           PERFORM NEXT-TRIAL-SEED
           MOVE SPACES TO TRIAL-CARD-TEXT
           MOVE SURVEY-GRID-SIZE TO TC-GRID-SIZE
           MOVE SURVEY-GENERATIONS TO TC-MAX-GENERATIONS
           MOVE 'B' TO TC-MODE
           MOVE SURVEY-WRAP TO TC-WRAP
           MOVE 'N' TO TC-RESTART
           MOVE 0 TO TC-ORIGIN-ROW
           MOVE 0 TO TC-ORIGIN-COL
           MOVE 999 TO TC-SNAPSHOT-INTERVAL
           MOVE 999 TO TC-CHECKPOINT-INTERVAL
           MOVE SURVEY-RULE-NAME TO TC-RULE-NAME
           MOVE DENSITY-ENTRY(DENSITY-IX) TO TC-SOUP-DENSITY
           MOVE TRIAL-SEED TO TC-SOUP-SEED
           MOVE SURVEY-DEPT-CODE TO TC-DEPT-CODE
           MOVE DENSITY-ENTRY(DENSITY-IX) TO TL-DENSITY
           MOVE TRIAL-IX TO TL-TRIAL
           MOVE 'Y' TO LR-DRIVEN-FLAG
           MOVE TRIAL-CARD-TEXT TO LR-PARM-TEXT
           MOVE TRIAL-LABEL TO LR-RUN-LABEL
           MOVE 'S' TO LR-ARCHIVE-FLAG
           MOVE 'N' TO LR-CHAIN-FLAG
           INITIALIZE LIFE-RESULTS
           CALL "GAME-OF-LIFE"
           ADD 1 TO TRIALS-RUN-TOTAL
           PERFORM WRITE-TRIAL-DETAIL
           IF LS-END-REASON = "PARM CARD REJECTED"
               ADD 1 TO TRIALS-REJECTED
               DISPLAY "TRIAL " TRIAL-LABEL " REJECTED BY THE "
                   "ENGINE - LEFT OUT OF THE DISTRIBUTION"
           ELSE
               PERFORM TALLY-TRIAL-OUTCOME
           END-IF.

       WRITE-TRIAL-DETAIL.
           MOVE SPACES TO DETAIL-RECORD
           MOVE DENSITY-ENTRY(DENSITY-IX) TO SD-DENSITY
           MOVE TRIAL-IX TO SD-TRIAL
           MOVE TRIAL-SEED TO SD-SEED
           MOVE LS-GENERATIONS-RAN TO SD-GENS-RAN
           MOVE LS-PEAK-POPULATION TO SD-PEAK-POP
           MOVE LS-FINAL-POPULATION TO SD-FINAL-POP
           MOVE LS-END-REASON TO SD-END-REASON
           MOVE TRIAL-CARD-TEXT TO SD-PARM-TEXT
           WRITE DETAIL-RECORD.

       TALLY-TRIAL-OUTCOME.
           ADD 1 TO DT-TRIALS
           EVALUATE LS-END-REASON
               WHEN "EXTINCTION"
                   ADD 1 TO DT-EXTINCT
               WHEN "STABLE/REPEATING STATE"
                   ADD 1 TO DT-STABLE
               WHEN "MAX GENERATIONS REACHED"
                   ADD 1 TO DT-MAX-GENS
               WHEN OTHER
                   ADD 1 TO DT-OTHER
           END-EVALUATE
           ADD LS-GENERATIONS-RAN TO DT-GENS-SUM
           ADD LS-PEAK-POPULATION TO DT-PEAK-SUM
           ADD LS-FINAL-POPULATION TO DT-FINAL-SUM
           IF DT-TRIALS = 1
               MOVE LS-GENERATIONS-RAN TO DT-GENS-MIN DT-GENS-MAX
               MOVE LS-PEAK-POPULATION TO DT-PEAK-MIN DT-PEAK-MAX
               MOVE LS-FINAL-POPULATION TO DT-FINAL-MIN DT-FINAL-MAX
           ELSE
               IF LS-GENERATIONS-RAN < DT-GENS-MIN
                   MOVE LS-GENERATIONS-RAN TO DT-GENS-MIN
               END-IF
               IF LS-GENERATIONS-RAN > DT-GENS-MAX
                   MOVE LS-GENERATIONS-RAN TO DT-GENS-MAX
               END-IF
               IF LS-PEAK-POPULATION < DT-PEAK-MIN
                   MOVE LS-PEAK-POPULATION TO DT-PEAK-MIN
               END-IF
               IF LS-PEAK-POPULATION > DT-PEAK-MAX
                   MOVE LS-PEAK-POPULATION TO DT-PEAK-MAX
               END-IF
               IF LS-FINAL-POPULATION < DT-FINAL-MIN
                   MOVE LS-FINAL-POPULATION TO DT-FINAL-MIN
               END-IF
               IF LS-FINAL-POPULATION > DT-FINAL-MAX
                   MOVE LS-FINAL-POPULATION TO DT-FINAL-MAX
               END-IF
           END-IF.

      * RATES ARE PERCENTAGES OF THE TRIALS THAT ACTUALLY RAN AT
      * THIS DENSITY; MEANS ARE TAKEN OVER THE SAME TRIALS.
       WRITE-DENSITY-REPORT.
           DISPLAY SPACE
           DISPLAY "----- DENSITY " DENSITY-ENTRY(DENSITY-IX)
               " PER MILLE -----"
           DISPLAY "TRIALS RUN......: " DT-TRIALS
           IF DT-TRIALS = 0
               DISPLAY "NO TRIALS COMPLETED AT THIS DENSITY"
           ELSE
               MOVE DT-EXTINCT TO RATE-COUNT
               PERFORM COMPUTE-OUTCOME-RATE
               DISPLAY "EXTINCTION......: " DT-EXTINCT
                   "  (" RATE-DISPLAY "%)"
               MOVE DT-STABLE TO RATE-COUNT
               PERFORM COMPUTE-OUTCOME-RATE
               DISPLAY "STABLE/REPEATING: " DT-STABLE
                   "  (" RATE-DISPLAY "%)"
               MOVE DT-MAX-GENS TO RATE-COUNT
               PERFORM COMPUTE-OUTCOME-RATE
               DISPLAY "MAX GENERATIONS.: " DT-MAX-GENS
                   "  (" RATE-DISPLAY "%)"
               IF DT-OTHER > 0
                   MOVE DT-OTHER TO RATE-COUNT
                   PERFORM COMPUTE-OUTCOME-RATE
                   DISPLAY "OTHER ENDINGS...: " DT-OTHER
                       "  (" RATE-DISPLAY "%)"
               END-IF
               DISPLAY "                      MEAN    MINIMUM  "
                   "MAXIMUM"
               COMPUTE MEAN-VALUE ROUNDED = DT-GENS-SUM / DT-TRIALS
               MOVE MEAN-VALUE TO MEAN-DISPLAY
               DISPLAY "GENERATIONS RAN.: " MEAN-DISPLAY "      "
                   DT-GENS-MIN "      " DT-GENS-MAX
               COMPUTE MEAN-VALUE ROUNDED = DT-PEAK-SUM / DT-TRIALS
               MOVE MEAN-VALUE TO MEAN-DISPLAY
               DISPLAY "PEAK POPULATION.: " MEAN-DISPLAY "    "
                   DT-PEAK-MIN "    " DT-PEAK-MAX
               COMPUTE MEAN-VALUE ROUNDED = DT-FINAL-SUM / DT-TRIALS
               MOVE MEAN-VALUE TO MEAN-DISPLAY
               DISPLAY "FINAL POPULATION: " MEAN-DISPLAY "    "
                   DT-FINAL-MIN "    " DT-FINAL-MAX
           END-IF.

       COMPUTE-OUTCOME-RATE.
           COMPUTE RATE-VALUE ROUNDED = RATE-COUNT * 100 / DT-TRIALS
           MOVE RATE-VALUE TO RATE-DISPLAY.
