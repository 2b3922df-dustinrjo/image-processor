       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-CHARGEBACK.
       AUTHOR. ALAN SMITHEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-MASTER-FILE ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS RUN-MASTER-FILE-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * KEY 000000 IS THE CONTROL RECORD AND IS NEVER CHARGED.
       FD  RUN-MASTER-FILE.
       01  RUN-MASTER-RECORD.
           02 RM-RUN-NUMBER      PIC X(6).
           02 FILLER             PIC X.
           02 RM-DATE            PIC X(8).
           02 FILLER             PIC X.
           02 RM-TIME            PIC X(8).
           02 FILLER             PIC X.
           02 RM-GRID-SIZE       PIC 9(2).
           02 FILLER             PIC X.
           02 RM-MAX-GENS        PIC 9(3).
           02 FILLER             PIC X.
           02 RM-GENS-RAN        PIC 9(3).
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
           02 FILLER             PIC X(15).
           02 RM-START-GEN       PIC 9(3).
           02 FILLER             PIC X.

      * ONE RATE PER DEPARTMENT: A CHARGE PER RUN AND A CHARGE PER
      * MILLION CELL-GENERATIONS, BOTH WITH TWO IMPLIED DECIMALS.
      * DEPARTMENT DFLT PRICES ANY CODE WITHOUT A CARD OF ITS OWN,
      * INCLUDING RUNS WITH NO DEPARTMENT.  AN ASTERISK IN COLUMN
      * ONE MAKES THE CARD A COMMENT.
       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD.
           02 RC-DEPT-CODE       PIC X(4).
           02 FILLER             PIC X.
           02 RC-RUN-RATE        PIC 9(5)V99.
           02 FILLER             PIC X.
           02 RC-MILLION-RATE    PIC 9(5)V99.
           02 FILLER             PIC X(60).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
          02 RUN-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
          02 RATE-CARD-FILE-STATUS   PIC XX VALUE SPACES.

      * THE PARM IS MONTH=YYYYMM; WITHOUT IT THE CURRENT MONTH IS
      * REPORTED.
       01 SELECT-CONTROL.
          02 CHARGEBACK-PARM      PIC X(80) VALUE SPACES.
          02 SELECT-MONTH         PIC X(6) VALUE SPACES.
          02 SYS-DATE             PIC 9(8) VALUE 0.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-HAS-ERROR           VALUE 'Y'.

       01 SCAN-CONTROL.
          02 SCAN-PTR             PIC 9(3) VALUE 1.
          02 TOKEN-TEXT           PIC X(80) VALUE SPACES.
          02 KEY-PART             PIC X(16) VALUE SPACES.
          02 VALUE-PART           PIC X(16) VALUE SPACES.

       01 RATE-CONTROL.
          02 RATE-CARD-LIMIT      PIC 9(2) VALUE 30.
          02 RATE-CARD-COUNT      PIC 9(2) VALUE 0.
          02 RATE-IX              PIC 9(2) VALUE 0.
          02 RATE-FOUND-IX        PIC 9(2) VALUE 0.
          02 DEFAULT-RATE-IX      PIC 9(2) VALUE 0.
          02 RATE-CARDS-BAD       PIC 9(3) VALUE 0.
       01 RATE-TABLE.
          02 RATE-ENTRY OCCURS 30 TIMES.
             03 RT-DEPT-CODE      PIC X(4).
             03 RT-RUN-RATE       PIC 9(5)V99.
             03 RT-MILLION-RATE   PIC 9(5)V99.

      * ONE LINE PER DEPARTMENT.  THE VALID DEPARTMENTS ARE LOADED
      * FIRST SO EACH APPEARS EVEN IN A MONTH IT RAN NOTHING; ANY
      * OTHER CODE FOUND ON THE MASTER (BLANK INCLUDED) IS ADDED AS
      * IT IS MET.  PAST THE LIMIT, RUNS ARE CHARGED TO THE LAST
      * LINE SO THE TOTALS STILL BALANCE.
       01 CHARGE-CONTROL.
          02 CHARGE-LIMIT         PIC 9(2) VALUE 20.
          02 CHARGE-COUNT         PIC 9(2) VALUE 0.
          02 CHARGE-IX            PIC 9(2) VALUE 0.
          02 CHARGE-FOUND-IX      PIC 9(2) VALUE 0.
          02 DEPT-IX              PIC 9(2) VALUE 0.
       01 CHARGE-TABLE.
          02 CHARGE-ENTRY OCCURS 20 TIMES.
             03 CT-DEPT-CODE      PIC X(4).
             03 CT-DEPT-NAME      PIC X(20).
             03 CT-RUNS           PIC 9(7).
             03 CT-CELL-GENS      PIC 9(13).
             03 CT-RUN-RATE       PIC 9(5)V99.
             03 CT-MILLION-RATE   PIC 9(5)V99.
             03 CT-CHARGE         PIC 9(9)V99.
             03 CT-PRICED-FLAG    PIC X.
                88 CT-IS-PRICED          VALUE 'Y'.

       01 TALLY-CONTROL.
          02 MASTER-RUNS-READ     PIC 9(7) VALUE 0.
          02 MONTH-RUNS-COUNTED   PIC 9(7) VALUE 0.
          02 MONTH-RUNS-CHARGED   PIC 9(7) VALUE 0.
          02 UNMEASURED-RUNS      PIC 9(7) VALUE 0.
          02 INVALID-DEPT-RUNS    PIC 9(7) VALUE 0.
          02 UNPRICED-RUNS        PIC 9(7) VALUE 0.
          02 RUN-CELL-GENS        PIC 9(9) VALUE 0.
          02 RUN-START-GEN        PIC 9(3) VALUE 0.
          02 RUN-GENS-SIMULATED   PIC 9(3) VALUE 0.
          02 TOTAL-RUNS           PIC 9(7) VALUE 0.
          02 TOTAL-CELL-GENS      PIC 9(13) VALUE 0.
          02 TOTAL-CHARGE         PIC 9(9)V99 VALUE 0.

       01 REPORT-LINES.
          02 DETAIL-LINE.
             03 DL-DEPT-CODE      PIC X(4).
             03 FILLER            PIC X VALUE SPACE.
             03 DL-DEPT-NAME      PIC X(20).
             03 FILLER            PIC X VALUE SPACE.
             03 DL-RUNS           PIC Z,ZZZ,ZZ9.
             03 FILLER            PIC X VALUE SPACE.
             03 DL-CELL-GENS      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
             03 FILLER            PIC X VALUE SPACE.
             03 DL-RUN-RATE       PIC ZZ,ZZ9.99.
             03 FILLER            PIC X VALUE SPACE.
             03 DL-MILLION-RATE   PIC ZZ,ZZ9.99.
             03 FILLER            PIC X VALUE SPACE.
             03 DL-CHARGE         PIC ZZZ,ZZZ,ZZ9.99.
             03 FILLER            PIC X VALUE SPACE.
             03 DL-NOTE           PIC X(12).

       COPY DEPTTAB.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT CHARGEBACK-PARM FROM COMMAND-LINE
           PERFORM PARSE-CHARGEBACK-PARM
           IF PARM-HAS-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SELECT-MONTH = SPACES
               ACCEPT SYS-DATE FROM DATE YYYYMMDD
               MOVE SYS-DATE(1:6) TO SELECT-MONTH
           END-IF
           PERFORM LOAD-RATE-CARD
           OPEN INPUT RUN-MASTER-FILE
           IF RUN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUN MASTER, STATUS "
                   RUN-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-VALID-DEPARTMENTS
           PERFORM COUNT-MONTH-RUNS
           PERFORM ACCUMULATE-MONTH-CHARGES
           CLOSE RUN-MASTER-FILE
           PERFORM PRICE-DEPARTMENTS
           PERFORM WRITE-CHARGEBACK-REPORT
           EVALUATE TRUE
               WHEN MONTH-RUNS-CHARGED NOT = MONTH-RUNS-COUNTED
                 OR TOTAL-RUNS NOT = MONTH-RUNS-COUNTED
                   MOVE 8 TO RETURN-CODE
               WHEN INVALID-DEPT-RUNS > 0
                 OR UNPRICED-RUNS > 0
                 OR UNMEASURED-RUNS > 0
                 OR RATE-CARDS-BAD > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       PARSE-CHARGEBACK-PARM.
           MOVE 1 TO SCAN-PTR
           PERFORM PARSE-NEXT-TOKEN
               UNTIL SCAN-PTR > 80 OR PARM-HAS-ERROR
           IF SELECT-MONTH NOT = SPACES
              AND (SELECT-MONTH IS NOT NUMERIC
                OR SELECT-MONTH(5:2) < "01"
                OR SELECT-MONTH(5:2) > "12")
               MOVE 'Y' TO PARM-ERROR-FLAG
               DISPLAY "ERROR: MONTH= MUST BE YYYYMM, GOT '"
                   SELECT-MONTH "'"
           END-IF.

       PARSE-NEXT-TOKEN.
           MOVE SPACES TO TOKEN-TEXT
           UNSTRING CHARGEBACK-PARM DELIMITED BY ALL " "
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
               WHEN "MONTH"
                   MOVE VALUE-PART(1:6) TO SELECT-MONTH
                   IF VALUE-PART(7:10) NOT = SPACES
                       MOVE 'Y' TO PARM-ERROR-FLAG
                       DISPLAY "ERROR: MONTH= MUST BE YYYYMM, GOT '"
                           VALUE-PART "'"
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: UNKNOWN CHARGEBACK KEYWORD '"
                       KEY-PART "'"
           END-EVALUATE.

      * WITHOUT A RATE CARD NOTHING CAN BE PRICED, SO THE REPORT
      * IS NOT PRODUCED AT ALL.
       LOAD-RATE-CARD.
           OPEN INPUT RATE-CARD-FILE
           IF RATE-CARD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RATE CARD, STATUS "
                   RATE-CARD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RATE-CARD-RECORD
           PERFORM STORE-RATE-CARD
               UNTIL RATE-CARD-FILE-STATUS = "10"
           CLOSE RATE-CARD-FILE.

       READ-RATE-CARD-RECORD.
           READ RATE-CARD-FILE
               AT END MOVE "10" TO RATE-CARD-FILE-STATUS
           END-READ.

       STORE-RATE-CARD.
           IF RATE-CARD-RECORD(1:1) NOT = '*'
              AND RATE-CARD-RECORD NOT = SPACES
               EVALUATE TRUE
                   WHEN RC-DEPT-CODE = SPACES
                     OR RC-RUN-RATE IS NOT NUMERIC
                     OR RC-MILLION-RATE IS NOT NUMERIC
                       ADD 1 TO RATE-CARDS-BAD
                       DISPLAY "WARNING: RATE CARD IGNORED - "
                           RATE-CARD-RECORD(1:20)
                   WHEN RATE-CARD-COUNT >= RATE-CARD-LIMIT
                       ADD 1 TO RATE-CARDS-BAD
                       DISPLAY "WARNING: MORE THAN " RATE-CARD-LIMIT
                           " RATE CARDS, IGNORED - "
                           RATE-CARD-RECORD(1:20)
                   WHEN OTHER
                       ADD 1 TO RATE-CARD-COUNT
                       MOVE RC-DEPT-CODE
                           TO RT-DEPT-CODE(RATE-CARD-COUNT)
                       MOVE RC-RUN-RATE
                           TO RT-RUN-RATE(RATE-CARD-COUNT)
                       MOVE RC-MILLION-RATE
                           TO RT-MILLION-RATE(RATE-CARD-COUNT)
                       IF RC-DEPT-CODE = "DFLT"
                           MOVE RATE-CARD-COUNT TO DEFAULT-RATE-IX
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-RATE-CARD-RECORD.

       LOAD-VALID-DEPARTMENTS.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
               UNTIL DEPT-IX > VALID-DEPT-COUNT
               ADD 1 TO CHARGE-COUNT
               MOVE VALID-DEPT-CODE(DEPT-IX)
                   TO CT-DEPT-CODE(CHARGE-COUNT)
               MOVE VALID-DEPT-NAME(DEPT-IX)
                   TO CT-DEPT-NAME(CHARGE-COUNT)
               MOVE 0 TO CT-RUNS(CHARGE-COUNT)
               MOVE 0 TO CT-CELL-GENS(CHARGE-COUNT)
               MOVE 0 TO CT-CHARGE(CHARGE-COUNT)
           END-PERFORM.

      * THE MONTH'S RUNS ARE COUNTED ON A PASS OF THEIR OWN, SO THE
      * RECONCILIATION PROVES THE CHARGED TOTAL AGAINST THE MASTER
      * AND NOT AGAINST THE ACCUMULATION THAT PRODUCED IT.
       COUNT-MONTH-RUNS.
           PERFORM START-MASTER-BROWSE
           PERFORM UNTIL RUN-MASTER-FILE-STATUS = "10"
               IF RM-DATE(1:6) = SELECT-MONTH
                   ADD 1 TO MONTH-RUNS-COUNTED
               END-IF
               PERFORM READ-NEXT-MASTER-RECORD
           END-PERFORM.

       ACCUMULATE-MONTH-CHARGES.
           PERFORM START-MASTER-BROWSE
           PERFORM UNTIL RUN-MASTER-FILE-STATUS = "10"
               ADD 1 TO MASTER-RUNS-READ
               IF RM-DATE(1:6) = SELECT-MONTH
                   PERFORM CHARGE-ONE-RUN
               END-IF
               PERFORM READ-NEXT-MASTER-RECORD
           END-PERFORM.

       START-MASTER-BROWSE.
           MOVE "000000" TO RM-RUN-NUMBER
           START RUN-MASTER-FILE KEY IS GREATER THAN RM-RUN-NUMBER
               INVALID KEY MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-START
           IF RUN-MASTER-FILE-STATUS NOT = "10"
               PERFORM READ-NEXT-MASTER-RECORD
           END-IF.

       READ-NEXT-MASTER-RECORD.
           READ RUN-MASTER-FILE NEXT RECORD
               AT END MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-READ.

      * CELL-GENERATIONS ARE THE GRID SIZE SQUARED TIMES THE
      * GENERATIONS THE RUN ACTUALLY RAN.  A RUN RESUMED FROM A
      * CHECKPOINT RECORDS THE GENERATION IT STARTED FROM, AND
      * ONLY THE GENERATIONS PAST THAT ARE CHARGED - THE EARLIER
      * ONES WERE CHARGED TO THE RUN THAT WROTE THE CHECKPOINT.
      * RECORDS WRITTEN BEFORE THE START GENERATION WAS KEPT HAVE
      * SPACES THERE AND ARE TAKEN AS STARTING FROM ZERO.  A
      * RECORD WHOSE SIZE OR GENERATION COUNT IS NOT NUMERIC STILL
      * COUNTS AS A RUN.
       CHARGE-ONE-RUN.
           ADD 1 TO MONTH-RUNS-CHARGED
           PERFORM FIND-CHARGE-LINE
           ADD 1 TO CT-RUNS(CHARGE-FOUND-IX)
           IF RM-GRID-SIZE IS NUMERIC
              AND RM-GENS-RAN IS NUMERIC
               MOVE 0 TO RUN-START-GEN
               IF RM-START-GEN IS NUMERIC
                   MOVE RM-START-GEN TO RUN-START-GEN
               END-IF
               MOVE 0 TO RUN-GENS-SIMULATED
               IF RM-GENS-RAN > RUN-START-GEN
                   COMPUTE RUN-GENS-SIMULATED =
                       RM-GENS-RAN - RUN-START-GEN
               END-IF
               COMPUTE RUN-CELL-GENS =
                   RM-GRID-SIZE * RM-GRID-SIZE * RUN-GENS-SIMULATED
               ADD RUN-CELL-GENS TO CT-CELL-GENS(CHARGE-FOUND-IX)
           ELSE
               ADD 1 TO UNMEASURED-RUNS
               DISPLAY "WARNING: RUN " RM-RUN-NUMBER
                   " HAS NO USABLE GRID SIZE OR GENERATION COUNT"
           END-IF.

       FIND-CHARGE-LINE.
           MOVE 0 TO CHARGE-FOUND-IX
           PERFORM VARYING CHARGE-IX FROM 1 BY 1
               UNTIL CHARGE-IX > CHARGE-COUNT
               IF CT-DEPT-CODE(CHARGE-IX) = RM-DEPT-CODE
                   MOVE CHARGE-IX TO CHARGE-FOUND-IX
               END-IF
           END-PERFORM
           IF CHARGE-FOUND-IX = 0
               IF CHARGE-COUNT < CHARGE-LIMIT
                   ADD 1 TO CHARGE-COUNT
                   MOVE CHARGE-COUNT TO CHARGE-FOUND-IX
                   MOVE RM-DEPT-CODE TO CT-DEPT-CODE(CHARGE-COUNT)
                   IF RM-DEPT-CODE = SPACES
                       MOVE "UNASSIGNED" TO CT-DEPT-NAME(CHARGE-COUNT)
                   ELSE
                       MOVE "*** NOT A VALID DEPT"
                           TO CT-DEPT-NAME(CHARGE-COUNT)
                   END-IF
                   MOVE 0 TO CT-RUNS(CHARGE-COUNT)
                   MOVE 0 TO CT-CELL-GENS(CHARGE-COUNT)
                   MOVE 0 TO CT-CHARGE(CHARGE-COUNT)
               ELSE
                   MOVE CHARGE-COUNT TO CHARGE-FOUND-IX
                   MOVE "*** OTHER CODES" TO CT-DEPT-NAME(CHARGE-COUNT)
               END-IF
           END-IF
           IF CHARGE-FOUND-IX > VALID-DEPT-COUNT
              AND RM-DEPT-CODE NOT = SPACES
               ADD 1 TO INVALID-DEPT-RUNS
           END-IF.

      * EACH LINE TAKES ITS OWN RATE CARD, ELSE THE DFLT CARD.  A
      * LINE WITH NEITHER IS LEFT UNPRICED AND FLAGGED.
       PRICE-DEPARTMENTS.
           PERFORM VARYING CHARGE-IX FROM 1 BY 1
               UNTIL CHARGE-IX > CHARGE-COUNT
               MOVE 0 TO RATE-FOUND-IX
               PERFORM VARYING RATE-IX FROM 1 BY 1
                   UNTIL RATE-IX > RATE-CARD-COUNT
                   IF RT-DEPT-CODE(RATE-IX) = CT-DEPT-CODE(CHARGE-IX)
                      AND CT-DEPT-CODE(CHARGE-IX) NOT = SPACES
                       MOVE RATE-IX TO RATE-FOUND-IX
                   END-IF
               END-PERFORM
               IF RATE-FOUND-IX = 0
                   MOVE DEFAULT-RATE-IX TO RATE-FOUND-IX
               END-IF
               IF RATE-FOUND-IX = 0
                   MOVE 'N' TO CT-PRICED-FLAG(CHARGE-IX)
                   MOVE 0 TO CT-RUN-RATE(CHARGE-IX)
                   MOVE 0 TO CT-MILLION-RATE(CHARGE-IX)
                   MOVE 0 TO CT-CHARGE(CHARGE-IX)
                   ADD CT-RUNS(CHARGE-IX) TO UNPRICED-RUNS
               ELSE
                   MOVE 'Y' TO CT-PRICED-FLAG(CHARGE-IX)
                   MOVE RT-RUN-RATE(RATE-FOUND-IX)
                       TO CT-RUN-RATE(CHARGE-IX)
                   MOVE RT-MILLION-RATE(RATE-FOUND-IX)
                       TO CT-MILLION-RATE(CHARGE-IX)
                   COMPUTE CT-CHARGE(CHARGE-IX) ROUNDED =
                       CT-RUNS(CHARGE-IX) * CT-RUN-RATE(CHARGE-IX)
                       + CT-CELL-GENS(CHARGE-IX)
                       * CT-MILLION-RATE(CHARGE-IX) / 1000000
               END-IF
               ADD CT-RUNS(CHARGE-IX) TO TOTAL-RUNS
               ADD CT-CELL-GENS(CHARGE-IX) TO TOTAL-CELL-GENS
               ADD CT-CHARGE(CHARGE-IX) TO TOTAL-CHARGE
           END-PERFORM.

       WRITE-CHARGEBACK-REPORT.
           DISPLAY "===== DEPARTMENT CHARGEBACK ====="
           DISPLAY "MONTH...........: " SELECT-MONTH
           DISPLAY "RATE CARDS......: " RATE-CARD-COUNT
           IF DEFAULT-RATE-IX = 0
               DISPLAY "DEFAULT RATE....: NONE ON FILE"
           END-IF
           DISPLAY SPACE
           DISPLAY "DEPT NAME                      RUNS"
               "  CELL-GENERATIONS   PER RUN"
               "  PER MILL         CHARGE"
           PERFORM VARYING CHARGE-IX FROM 1 BY 1
               UNTIL CHARGE-IX > CHARGE-COUNT
               PERFORM WRITE-DEPARTMENT-LINE
           END-PERFORM
           MOVE SPACES TO DETAIL-LINE
           MOVE "TOTAL" TO DL-DEPT-NAME
           MOVE TOTAL-RUNS TO DL-RUNS
           MOVE TOTAL-CELL-GENS TO DL-CELL-GENS
           MOVE TOTAL-CHARGE TO DL-CHARGE
           DISPLAY DETAIL-LINE
           DISPLAY SPACE
           DISPLAY "----- RECONCILIATION -----"
           DISPLAY "RUNS ON MASTER..: " MASTER-RUNS-READ
           DISPLAY "RUNS IN MONTH...: " MONTH-RUNS-COUNTED
               " (COUNTED FROM THE MASTER)"
           DISPLAY "RUNS CHARGED....: " TOTAL-RUNS
           IF INVALID-DEPT-RUNS > 0
               DISPLAY "WARNING: " INVALID-DEPT-RUNS
                   " RUN(S) CARRY A DEPARTMENT CODE NOT IN THE "
                   "DEPARTMENT TABLE"
           END-IF
           IF UNPRICED-RUNS > 0
               DISPLAY "WARNING: " UNPRICED-RUNS
                   " RUN(S) HAVE NO RATE CARD AND NO DFLT RATE"
           END-IF
           IF MONTH-RUNS-CHARGED = MONTH-RUNS-COUNTED
              AND TOTAL-RUNS = MONTH-RUNS-COUNTED
               DISPLAY "RESULT: IN BALANCE - RUNS CHARGED = "
                   "RUNS ON MASTER FOR THE MONTH"
           ELSE
               DISPLAY "RESULT: *** OUT OF BALANCE - DO NOT "
                   "ISSUE THE CHARGEBACK ***"
           END-IF.

       WRITE-DEPARTMENT-LINE.
           MOVE SPACES TO DETAIL-LINE
           MOVE CT-DEPT-CODE(CHARGE-IX) TO DL-DEPT-CODE
           MOVE CT-DEPT-NAME(CHARGE-IX) TO DL-DEPT-NAME
           MOVE CT-RUNS(CHARGE-IX) TO DL-RUNS
           MOVE CT-CELL-GENS(CHARGE-IX) TO DL-CELL-GENS
           MOVE CT-RUN-RATE(CHARGE-IX) TO DL-RUN-RATE
           MOVE CT-MILLION-RATE(CHARGE-IX) TO DL-MILLION-RATE
           MOVE CT-CHARGE(CHARGE-IX) TO DL-CHARGE
           IF NOT CT-IS-PRICED(CHARGE-IX)
               MOVE "NO RATE" TO DL-NOTE
           END-IF
           DISPLAY DETAIL-LINE.
