           SELECT PROGRESS-FILE ASSIGN TO "SCNPROG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-FILE-STATUS.
           SELECT BOARD-FILE ASSIGN TO "SCNGRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOARD-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "SCNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  SCENARIO-RECORD.
           02 SCN-LABEL-IN      PIC X(8).
           02 SCN-PARM-IN       PIC X(80).
           02 SCN-CHAIN-FROM    PIC X(8).

       FD  SNAPSHOT-ARCHIVE.
       01  SNAPSHOT-ARCHIVE-RECORD  PIC X(99).
           02 PG-PEAK-GEN       PIC 9(3).
           02 PG-REPEAT-PERIOD  PIC 9.
           02 PG-END-REASON     PIC X(25).
           02 PG-CHAIN-FROM     PIC X(8).
           02 PG-END-QUALIFIER  PIC X(13).

      * EVERY COMPLETED SCENARIO'S FINAL BOARD IS KEPT HERE - A
      * HEADER LINE NAMING THE LABEL AND GRID SIZE, THEN ONE ROW
      * OF '0'/'1' CELLS PER GRID ROW - SO A LATER SCENARIO CAN
      * CHAIN FROM IT, EVEN AFTER THE DECK IS RESTARTED.
       FD  BOARD-FILE.
       01  BOARD-RECORD             PIC X(99).
       01  BOARD-HEADER-RECORD.
           02 BH-TAG            PIC X(6).
           02 BH-LABEL          PIC X(8).
           02 FILLER            PIC X.
           02 BH-GRID-SIZE      PIC 9(2).
           02 FILLER            PIC X(82).

      * A SCENARIO STOPPED ON ITS RUN BUDGET LEAVES ITS CHECKPOINT
      * IN CHKPT, WHICH THE NEXT SCENARIO MAY OVERWRITE, SO THE
      * DRIVER COPIES IT HERE AT ONCE - A HEADER LINE NAMING THE
      * LABEL AND THE NUMBER OF CHECKPOINT LINES, THEN THOSE LINES
      * AS THE ENGINE WROTE THEM.
       FD  HOLD-FILE.
       01  HOLD-RECORD              PIC X(99).
       01  HOLD-HEADER-RECORD.
           02 HH-TAG            PIC X(6).
           02 HH-LABEL          PIC X(8).
           02 FILLER            PIC X.
           02 HH-LINE-COUNT     PIC 9(3).
           02 FILLER            PIC X(81).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD        PIC X(99).

       WORKING-STORAGE SECTION.
       01 SCENARIO-LIMIT       PIC 9(2) VALUE 50.
          02 PRIOR-COUNT       PIC 9(2) VALUE 0.
          02 SKIPPED-COUNT     PIC 9(2) VALUE 0.
          02 RESTART-TALLY     PIC 9(2) VALUE 0.
          02 BOARD-ROW         PIC 9(2) VALUE 0.
          02 BOARD-ROWS-READ   PIC 9(2) VALUE 0.
          02 BUDGET-STOP-COUNT PIC 9(2) VALUE 0.
          02 DEFERRED-COUNT    PIC 9(2) VALUE 0.
          02 EDGE-AFFECTED-COUNT PIC 9(2) VALUE 0.
          02 HELD-LINE-COUNT   PIC 9(3) VALUE 0.
          02 HELD-LINE         PIC 9(3) VALUE 0.

       01 FILE-STATUS-CODES.
          02 SCENARIO-FILE-STATUS    PIC XX VALUE SPACES.
          02 STATS-ARCHIVE-STATUS    PIC XX VALUE SPACES.
          02 AGE-ARCHIVE-STATUS      PIC XX VALUE SPACES.
          02 PROGRESS-FILE-STATUS    PIC XX VALUE SPACES.
          02 BOARD-FILE-STATUS       PIC XX VALUE SPACES.
          02 HOLD-FILE-STATUS        PIC XX VALUE SPACES.
          02 CHECKPOINT-FILE-STATUS  PIC XX VALUE SPACES.

       01 DRIVER-CONTROL.
          02 DRIVER-PARM          PIC X(80) VALUE SPACES.
             88 SCENARIO-COMPLETED       VALUE 'Y'.
          02 DECK-ERROR-FLAG      PIC X VALUE 'N'.
             88 DECK-HAD-REJECT          VALUE 'Y'.
          02 BOARD-FOUND-FLAG     PIC X VALUE 'N'.
             88 CHAIN-BOARD-FOUND        VALUE 'Y'.
          02 BOARD-HEADER-FLAG    PIC X VALUE 'N'.
             88 NEXT-BOARD-HEADER-READ   VALUE 'Y'.
          02 HOLD-FOUND-FLAG      PIC X VALUE 'N'.
             88 HELD-CHECKPOINT-FOUND    VALUE 'Y'.
          02 HOLD-HEADER-FLAG     PIC X VALUE 'N'.
             88 NEXT-HOLD-HEADER-READ    VALUE 'Y'.
          02 SOURCE-STOPPED-FLAG  PIC X VALUE 'N'.
             88 CHAIN-SOURCE-STOPPED     VALUE 'Y'.
          02 RESUME-FLAG          PIC X VALUE 'N'.
             88 RESUMING-FROM-HOLD       VALUE 'Y'.

       01 HELD-CHECKPOINT.
          02 HELD-RECORD          PIC X(99) OCCURS 101 TIMES.

       01 SCENARIO-RESULTS.
          02 SCENARIO-ENTRY OCCURS 50 TIMES.
             03 SR-PEAK-GEN       PIC 9(3).
             03 SR-END-REASON     PIC X(25).
             03 SR-REPEAT-PERIOD  PIC 9.
             03 SR-CHAIN-FROM     PIC X(8).
             03 SR-BUDGET-FLAG    PIC X.
                88 SR-STOPPED-ON-BUDGET  VALUE 'Y'.
             03 SR-END-QUALIFIER  PIC X(13).

       COPY LIFECOMM.

       COPY PARMCOMM.

       PROCEDURE DIVISION.
      * THE PARM IS NORMALLY BLANK.  RESTART=Y RESUMES AN
      * INTERRUPTED DECK: COMPLETED SCENARIOS ARE RELOADED FROM
      * THE PROGRESS FILE AND SKIPPED, AND THE ARCHIVES ALREADY
      * HOLDING THEIR OUTPUT ARE LEFT IN PLACE.  A SCENARIO THAT
      * WAS STOPPED ON ITS RUN BUDGET IS NOT COMPLETED, SO A
      * RESTART RUNS IT AGAIN, RESUMING FROM ITS HELD CHECKPOINT.
       MAIN-PARA.
           ACCEPT DRIVER-PARM FROM COMMAND-LINE
           INSPECT DRIVER-PARM TALLYING RESTART-TALLY
           ELSE
               PERFORM CLEAR-ARCHIVE-FILES
               PERFORM CLEAR-PROGRESS-FILE
               PERFORM CLEAR-BOARD-FILE
               PERFORM CLEAR-HOLD-FILE
           END-IF
           PERFORM READ-SCENARIO-RECORD
           PERFORM RUN-ONE-SCENARIO
           PERFORM WRITE-COMPARISON-REPORT
           IF DECK-HAD-REJECT
               MOVE 12 TO RETURN-CODE
           ELSE
               IF BUDGET-STOP-COUNT > 0 OR DEFERRED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

                   ", A FAILED DECK CANNOT BE RESUMED"
           END-IF.

       CLEAR-BOARD-FILE.
           OPEN OUTPUT BOARD-FILE
           IF BOARD-FILE-STATUS = "00"
               CLOSE BOARD-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN FINAL BOARD FILE, "
                   "STATUS " BOARD-FILE-STATUS
                   ", CHAINED SCENARIOS CANNOT RUN"
           END-IF.

       CLEAR-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               CLOSE HOLD-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN CHECKPOINT HOLD FILE, "
                   "STATUS " HOLD-FILE-STATUS
                   ", BUDGET-STOPPED SCENARIOS CANNOT BE RESUMED"
           END-IF.

       LOAD-PRIOR-PROGRESS.
           OPEN INPUT PROGRESS-FILE
           IF PROGRESS-FILE-STATUS NOT = "00"
               MOVE 'N' TO RESTART-MODE-FLAG
               PERFORM CLEAR-ARCHIVE-FILES
               PERFORM CLEAR-PROGRESS-FILE
               PERFORM CLEAR-BOARD-FILE
               PERFORM CLEAR-HOLD-FILE
           ELSE
               PERFORM READ-PROGRESS-RECORD
               PERFORM STORE-PRIOR-RESULT
               MOVE PG-END-REASON TO SR-END-REASON(SCENARIO-COUNT)
               MOVE PG-REPEAT-PERIOD
                   TO SR-REPEAT-PERIOD(SCENARIO-COUNT)
               MOVE PG-CHAIN-FROM TO SR-CHAIN-FROM(SCENARIO-COUNT)
               MOVE 'N' TO SR-BUDGET-FLAG(SCENARIO-COUNT)
               MOVE PG-END-QUALIFIER
                   TO SR-END-QUALIFIER(SCENARIO-COUNT)
           END-IF
           PERFORM READ-PROGRESS-RECORD.

               MOVE SR-REPEAT-PERIOD(SCENARIO-COUNT)
                   TO PG-REPEAT-PERIOD
               MOVE SR-END-REASON(SCENARIO-COUNT) TO PG-END-REASON
               MOVE SR-CHAIN-FROM(SCENARIO-COUNT) TO PG-CHAIN-FROM
               MOVE SR-END-QUALIFIER(SCENARIO-COUNT)
                   TO PG-END-QUALIFIER
               WRITE PROGRESS-RECORD
               CLOSE PROGRESS-FILE
           END-IF.
           END-READ.

      * A SCENARIO RECORD IS AN 8-BYTE RUN LABEL FOLLOWED BY THE
      * SAME 80-BYTE PARAMETER CARD THE ENGINE TAKES ON ITS PARM,
      * OPTIONALLY FOLLOWED IN COLUMNS 89-96 BY THE LABEL OF AN
      * EARLIER SCENARIO IN THE DECK WHOSE FINAL BOARD THIS ONE
      * STARTS FROM.  RECORDS WITH '*' IN COLUMN 1 ARE OPERATOR
      * COMMENTS.
       RUN-ONE-SCENARIO.
           IF SCENARIO-RECORD(1:1) NOT = '*'
              AND SCENARIO-RECORD NOT = SPACES
           ADD 1 TO SCENARIO-COUNT
           DISPLAY SPACE
           DISPLAY "***** SCENARIO " SCN-LABEL-IN " *****"
           MOVE SCN-CHAIN-FROM TO SR-CHAIN-FROM(SCENARIO-COUNT)
           MOVE 'N' TO SR-BUDGET-FLAG(SCENARIO-COUNT)
           MOVE 'N' TO LR-CHAIN-FLAG
           MOVE 'N' TO RESUME-FLAG
           IF RESTART-MODE
               PERFORM RESUME-HELD-CHECKPOINT
           END-IF
           MOVE 'N' TO BOARD-FOUND-FLAG
           MOVE 'N' TO SOURCE-STOPPED-FLAG
           IF SCN-CHAIN-FROM NOT = SPACES AND NOT RESUMING-FROM-HOLD
               PERFORM CHECK-CHAIN-SOURCE-STOPPED
               IF NOT CHAIN-SOURCE-STOPPED
                   PERFORM LOAD-CHAIN-BOARD
               END-IF
               IF CHAIN-BOARD-FOUND
                   MOVE 'Y' TO LR-CHAIN-FLAG
                   MOVE SCN-CHAIN-FROM TO LR-CHAIN-LABEL
                   DISPLAY "STARTING FROM THE FINAL BOARD OF "
                       "SCENARIO " SCN-CHAIN-FROM
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CHAIN-SOURCE-STOPPED
                   PERFORM DEFER-CHAINED-SCENARIO
               WHEN SCN-CHAIN-FROM NOT = SPACES
                AND NOT CHAIN-BOARD-FOUND
                AND NOT RESUMING-FROM-HOLD
                   PERFORM REJECT-UNCHAINED-SCENARIO
               WHEN OTHER
                   PERFORM CALL-ENGINE-FOR-SCENARIO
           END-EVALUATE.

      * A SOURCE STOPPED ON ITS RUN BUDGET EARLIER IN THIS DECK -
      * OR ITSELF WAITING ON ONE - HAS NO FINAL BOARD YET.
       CHECK-CHAIN-SOURCE-STOPPED.
           PERFORM VARYING SCN-INDEX FROM 1 BY 1
               UNTIL SCN-INDEX >= SCENARIO-COUNT
               IF SR-LABEL(SCN-INDEX) = SCN-CHAIN-FROM
                   IF SR-STOPPED-ON-BUDGET(SCN-INDEX)
                       MOVE 'Y' TO SOURCE-STOPPED-FLAG
                   ELSE
                       MOVE 'N' TO SOURCE-STOPPED-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      * A SCENARIO CHAINED FROM ONE STOPPED ON BUDGET IS NOT AN
      * ERROR IN THE DECK.  IT IS NOT RUN AND STAYS OFF THE
      * PROGRESS FILE, AND IS LISTED WITH THE STOPPED SCENARIOS,
      * SO THE RESTART THAT RESUMES ITS SOURCE RUNS IT AFTERWARDS.
       DEFER-CHAINED-SCENARIO.
           MOVE SCN-LABEL-IN TO SR-LABEL(SCENARIO-COUNT)
           MOVE 0 TO SR-GENERATIONS(SCENARIO-COUNT)
           MOVE 0 TO SR-PEAK-POP(SCENARIO-COUNT)
           MOVE 0 TO SR-PEAK-GEN(SCENARIO-COUNT)
           MOVE 0 TO SR-REPEAT-PERIOD(SCENARIO-COUNT)
           MOVE "WAITING ON ITS SOURCE"
               TO SR-END-REASON(SCENARIO-COUNT)
           MOVE SPACES TO SR-END-QUALIFIER(SCENARIO-COUNT)
           MOVE 'Y' TO SR-BUDGET-FLAG(SCENARIO-COUNT)
           ADD 1 TO DEFERRED-COUNT
           DISPLAY "SCENARIO " SCN-LABEL-IN " WAITS ON SCENARIO "
               SCN-CHAIN-FROM ", NOT YET COMPLETED - NOT RUN".

      * ANY OTHER MISSING SOURCE BOARD - A LATER OR MISSPELLED
      * LABEL, OR A SOURCE THAT WAS ITSELF REJECTED - IS AN ERROR
      * IN THE DECK.  THE SCENARIO IS NOT RUN AT ALL, SO IT STAYS
      * OFF THE PROGRESS FILE LIKE A REJECTED CARD.
       REJECT-UNCHAINED-SCENARIO.
           DISPLAY "ERROR: NO COMPLETED SCENARIO " SCN-CHAIN-FROM
               " EARLIER IN THE DECK TO CHAIN FROM"
           MOVE SCN-LABEL-IN TO SR-LABEL(SCENARIO-COUNT)
           MOVE 0 TO SR-GENERATIONS(SCENARIO-COUNT)
           MOVE 0 TO SR-PEAK-POP(SCENARIO-COUNT)
           MOVE 0 TO SR-PEAK-GEN(SCENARIO-COUNT)
           MOVE 0 TO SR-REPEAT-PERIOD(SCENARIO-COUNT)
           MOVE "CHAIN SOURCE NOT FOUND"
               TO SR-END-REASON(SCENARIO-COUNT)
           MOVE SPACES TO SR-END-QUALIFIER(SCENARIO-COUNT)
           MOVE 'Y' TO DECK-ERROR-FLAG
           DISPLAY "SCENARIO " SCN-LABEL-IN " REJECTED - "
               "NOT RECORDED AS COMPLETED".

      * THE LAST BOARD FILED UNDER THE LABEL IS THE ONE USED.  A
      * BOARD CUT SHORT BY AN ABEND PART WAY THROUGH ITS ROWS IS
      * NOT TRUSTED.
       LOAD-CHAIN-BOARD.
           MOVE 'N' TO BOARD-FOUND-FLAG
           OPEN INPUT BOARD-FILE
           IF BOARD-FILE-STATUS = "00"
               PERFORM READ-BOARD-RECORD
               PERFORM SCAN-BOARD-RECORD
                   UNTIL BOARD-FILE-STATUS = "10"
               CLOSE BOARD-FILE
           END-IF.

       READ-BOARD-RECORD.
           READ BOARD-FILE
               AT END MOVE "10" TO BOARD-FILE-STATUS
           END-READ.

       SCAN-BOARD-RECORD.
           IF BH-TAG = "BOARD "
              AND BH-LABEL = SCN-CHAIN-FROM
               MOVE BH-GRID-SIZE TO LR-CHAIN-GRID-SIZE
               MOVE SPACES TO LR-CHAIN-GRID
               MOVE 0 TO BOARD-ROWS-READ
               MOVE 'N' TO BOARD-HEADER-FLAG
               PERFORM VARYING BOARD-ROW FROM 1 BY 1
                   UNTIL BOARD-ROW > LR-CHAIN-GRID-SIZE
                   OR BOARD-FILE-STATUS = "10"
                   OR NEXT-BOARD-HEADER-READ
                   PERFORM READ-BOARD-RECORD
                   IF BOARD-FILE-STATUS NOT = "10"
                       IF BH-TAG = "BOARD "
                           MOVE 'Y' TO BOARD-HEADER-FLAG
                       ELSE
                           MOVE BOARD-RECORD TO LR-CHAIN-ROW(BOARD-ROW)
                           ADD 1 TO BOARD-ROWS-READ
                       END-IF
                   END-IF
               END-PERFORM
               IF BOARD-ROWS-READ = LR-CHAIN-GRID-SIZE
                  AND NOT NEXT-BOARD-HEADER-READ
                   MOVE 'Y' TO BOARD-FOUND-FLAG
               ELSE
                   MOVE 'N' TO BOARD-FOUND-FLAG
               END-IF
           END-IF
      * A HEADER MET IN PLACE OF A ROW IS LEFT WHERE IT IS, FOR THE
      * NEXT PASS TO TAKE AS THE START OF THE NEXT BOARD.
           IF BOARD-FILE-STATUS NOT = "10"
              AND NOT NEXT-BOARD-HEADER-READ
               PERFORM READ-BOARD-RECORD
           END-IF
           MOVE 'N' TO BOARD-HEADER-FLAG.

      * THE BOARD IS FILED BEFORE THE SCENARIO GOES ON THE
      * PROGRESS FILE, SO EVERY SCENARIO A RESTART SKIPS AS DONE
      * STILL HAS ITS BOARD FOR ANY CHAINED SCENARIO AFTER IT.
       SAVE-FINAL-BOARD.
           OPEN EXTEND BOARD-FILE
           IF BOARD-FILE-STATUS NOT = "00"
               OPEN OUTPUT BOARD-FILE
           END-IF
           IF BOARD-FILE-STATUS = "00"
               MOVE SPACES TO BOARD-HEADER-RECORD
               MOVE "BOARD " TO BH-TAG
               MOVE SCN-LABEL-IN TO BH-LABEL
               MOVE LS-FINAL-GRID-SIZE TO BH-GRID-SIZE
               WRITE BOARD-HEADER-RECORD
               PERFORM VARYING BOARD-ROW FROM 1 BY 1
                   UNTIL BOARD-ROW > LS-FINAL-GRID-SIZE
                   MOVE LS-FINAL-ROW(BOARD-ROW) TO BOARD-RECORD
                   WRITE BOARD-RECORD
               END-PERFORM
               CLOSE BOARD-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO FILE THE FINAL BOARD OF "
                   SCN-LABEL-IN ", STATUS " BOARD-FILE-STATUS
           END-IF.

      * A SCENARIO STOPPED ON BUDGET ON AN EARLIER NIGHT PICKS UP
      * WHERE IT LEFT OFF: ITS LAST HELD CHECKPOINT IS PUT BACK IN
      * CHKPT AND THE ENGINE IS TOLD TO RESTART FROM IT.  THE BOARD
      * IT WAS CHAINED FROM IS NOT NEEDED AGAIN.  A HOLD CUT SHORT
      * BY AN ABEND PART WAY THROUGH ITS LINES IS NOT TRUSTED.
       RESUME-HELD-CHECKPOINT.
           MOVE 'N' TO HOLD-FOUND-FLAG
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-HOLD-RECORD
               PERFORM SCAN-HOLD-RECORD
                   UNTIL HOLD-FILE-STATUS = "10"
               CLOSE HOLD-FILE
           END-IF
           IF HELD-CHECKPOINT-FOUND
               OPEN OUTPUT CHECKPOINT-FILE
               IF CHECKPOINT-FILE-STATUS = "00"
                   PERFORM VARYING HELD-LINE FROM 1 BY 1
                       UNTIL HELD-LINE > HELD-LINE-COUNT
                       MOVE HELD-RECORD(HELD-LINE)
                           TO CHECKPOINT-RECORD
                       WRITE CHECKPOINT-RECORD
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
                   MOVE 'Y' TO RESUME-FLAG
                   DISPLAY "RESUMING FROM THE CHECKPOINT HELD WHEN "
                       "SCENARIO " SCN-LABEL-IN " WAS STOPPED ON "
                       "BUDGET"
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN CHECKPOINT FILE, "
                       "STATUS " CHECKPOINT-FILE-STATUS ", SCENARIO "
                       SCN-LABEL-IN " RUNS FROM THE START"
               END-IF
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END MOVE "10" TO HOLD-FILE-STATUS
           END-READ.

       SCAN-HOLD-RECORD.
           IF HH-TAG = "HOLD  "
              AND HH-LABEL = SCN-LABEL-IN
              AND HH-LINE-COUNT IS NUMERIC
              AND HH-LINE-COUNT > 0
              AND HH-LINE-COUNT <= 101
               MOVE HH-LINE-COUNT TO HELD-LINE-COUNT
               MOVE 0 TO HELD-LINE
               MOVE 'N' TO HOLD-HEADER-FLAG
               PERFORM UNTIL HELD-LINE >= HELD-LINE-COUNT
                   OR HOLD-FILE-STATUS = "10"
                   OR NEXT-HOLD-HEADER-READ
                   PERFORM READ-HOLD-RECORD
                   IF HOLD-FILE-STATUS NOT = "10"
                       IF HH-TAG = "HOLD  "
                           MOVE 'Y' TO HOLD-HEADER-FLAG
                       ELSE
                           ADD 1 TO HELD-LINE
                           MOVE HOLD-RECORD TO HELD-RECORD(HELD-LINE)
                       END-IF
                   END-IF
               END-PERFORM
               IF HELD-LINE = HELD-LINE-COUNT
                  AND NOT NEXT-HOLD-HEADER-READ
                   MOVE 'Y' TO HOLD-FOUND-FLAG
               ELSE
                   MOVE 'N' TO HOLD-FOUND-FLAG
               END-IF
           END-IF
      * AS WITH BOARDS, A HEADER MET IN PLACE OF A HELD LINE IS
      * LEFT FOR THE NEXT PASS.
           IF HOLD-FILE-STATUS NOT = "10"
              AND NOT NEXT-HOLD-HEADER-READ
               PERFORM READ-HOLD-RECORD
           END-IF
           MOVE 'N' TO HOLD-HEADER-FLAG.

      * THE CHECKPOINT THE ENGINE SAVED WHEN THE BUDGET RAN OUT IS
      * READ INTO STORAGE FIRST SO THE HEADER CAN CARRY ITS LINE
      * COUNT, THEN APPENDED TO THE HOLD FILE UNDER THE LABEL.
       HOLD-BUDGET-CHECKPOINT.
           MOVE 0 TO HELD-LINE-COUNT
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = "00"
               PERFORM READ-CHECKPOINT-RECORD
               PERFORM UNTIL CHECKPOINT-FILE-STATUS = "10"
                   OR HELD-LINE-COUNT >= 101
                   ADD 1 TO HELD-LINE-COUNT
                   MOVE CHECKPOINT-RECORD
                       TO HELD-RECORD(HELD-LINE-COUNT)
                   PERFORM READ-CHECKPOINT-RECORD
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           IF HELD-LINE-COUNT = 0
               DISPLAY "WARNING: NO CHECKPOINT FOUND FOR SCENARIO "
                   SCN-LABEL-IN ", IT CANNOT BE RESUMED"
           ELSE
               OPEN EXTEND HOLD-FILE
               IF HOLD-FILE-STATUS NOT = "00"
                   OPEN OUTPUT HOLD-FILE
               END-IF
               IF HOLD-FILE-STATUS = "00"
                   MOVE SPACES TO HOLD-HEADER-RECORD
                   MOVE "HOLD  " TO HH-TAG
                   MOVE SCN-LABEL-IN TO HH-LABEL
                   MOVE HELD-LINE-COUNT TO HH-LINE-COUNT
                   WRITE HOLD-HEADER-RECORD
                   PERFORM VARYING HELD-LINE FROM 1 BY 1
                       UNTIL HELD-LINE > HELD-LINE-COUNT
                       MOVE HELD-RECORD(HELD-LINE) TO HOLD-RECORD
                       WRITE HOLD-RECORD
                   END-PERFORM
                   CLOSE HOLD-FILE
               ELSE
                   DISPLAY "WARNING: UNABLE TO HOLD THE CHECKPOINT OF "
                       SCN-LABEL-IN ", STATUS " HOLD-FILE-STATUS
               END-IF
           END-IF.

       READ-CHECKPOINT-RECORD.
           READ CHECKPOINT-FILE
               AT END MOVE "10" TO CHECKPOINT-FILE-STATUS
           END-READ.

      * A RESUMED SCENARIO'S CARD IS PUT INTO FIXED COLUMNS, SO
      * THE RESTART BYTE CAN BE SET WHICHEVER FORM IT WAS PUNCHED
      * IN.  A CARD THAT WILL NOT DECODE IS PASSED ON AS IT STANDS
      * FOR THE ENGINE TO REJECT.
       SET-RESTART-ON-CARD.
           MOVE SCN-PARM-IN TO PDR-INPUT-TEXT
           CALL "PARM-DECODE"
           IF NOT PARM-DECODE-FAILED
               MOVE PDS-CARD-TEXT TO LR-PARM-TEXT
               MOVE 'Y' TO LR-PARM-TEXT(8:1)
           END-IF.

       CALL-ENGINE-FOR-SCENARIO.
           MOVE 'Y' TO LR-DRIVEN-FLAG
           MOVE SCN-PARM-IN TO LR-PARM-TEXT
           IF RESUMING-FROM-HOLD
               PERFORM SET-RESTART-ON-CARD
           END-IF
           MOVE SCN-LABEL-IN TO LR-RUN-LABEL
           MOVE SPACE TO LR-ARCHIVE-FLAG
           INITIALIZE LIFE-RESULTS
           MOVE LS-END-REASON TO SR-END-REASON(SCENARIO-COUNT)
           MOVE LS-REPEAT-PERIOD
               TO SR-REPEAT-PERIOD(SCENARIO-COUNT)
           MOVE LS-END-QUALIFIER
               TO SR-END-QUALIFIER(SCENARIO-COUNT)
      * A SCENARIO WHOSE CARD WAS REJECTED NEVER RAN, SO IT MUST
      * STAY OFF THE PROGRESS FILE - A RESTART AFTER THE CARD IS
      * FIXED HAS TO RUN IT.  THE DECK ITSELF IS FLAGGED SO THE
      * JOB ENDS NONZERO EVEN THOUGH LATER SCENARIOS RAN.
      * ONE STOPPED ON ITS RUN BUDGET HAS NOT FINISHED EITHER; ITS
      * CHECKPOINT IS HELD AND IT STAYS OFF THE PROGRESS FILE, SO
      * THE NEXT RESTART OF THE DECK RESUMES IT.
           EVALUATE LS-END-REASON
               WHEN "PARM CARD REJECTED"
                   MOVE 'Y' TO DECK-ERROR-FLAG
                   DISPLAY "SCENARIO " SCN-LABEL-IN " REJECTED - "
                       "NOT RECORDED AS COMPLETED"
               WHEN "BUDGET EXHAUSTED"
                   MOVE 'Y' TO SR-BUDGET-FLAG(SCENARIO-COUNT)
                   ADD 1 TO BUDGET-STOP-COUNT
                   PERFORM HOLD-BUDGET-CHECKPOINT
                   DISPLAY "SCENARIO " SCN-LABEL-IN " STOPPED ON "
                       "BUDGET - NOT RECORDED AS COMPLETED"
               WHEN OTHER
                   PERFORM SAVE-FINAL-BOARD
                   PERFORM RECORD-SCENARIO-PROGRESS
           END-EVALUATE.

       WRITE-COMPARISON-REPORT.
           DISPLAY SPACE
               DISPLAY "FROM PRIOR RUN..: " PRIOR-COUNT
               DISPLAY "SKIPPED AS DONE.: " SKIPPED-COUNT
           END-IF
           IF BUDGET-STOP-COUNT > 0
               DISPLAY "STOPPED ON BUDG.: " BUDGET-STOP-COUNT
           END-IF
           IF DEFERRED-COUNT > 0
               DISPLAY "WAITING ON SRCE.: " DEFERRED-COUNT
           END-IF
           MOVE 0 TO EDGE-AFFECTED-COUNT
           PERFORM VARYING SCN-INDEX FROM 1 BY 1
               UNTIL SCN-INDEX > SCENARIO-COUNT
               IF SR-END-QUALIFIER(SCN-INDEX) = "EDGE-AFFECTED"
                   ADD 1 TO EDGE-AFFECTED-COUNT
               END-IF
           END-PERFORM
           IF EDGE-AFFECTED-COUNT > 0
               DISPLAY "EDGE-AFFECTED...: " EDGE-AFFECTED-COUNT
                   " - RERUN ON A LARGER OR WRAPPED BOARD"
           END-IF
           DISPLAY SPACE
           DISPLAY "LABEL     FROM      GENS  PEAK   AT-GEN  "
               "PERIOD  REASON                     QUALIFIER"
           PERFORM VARYING SCN-INDEX FROM 1 BY 1
               UNTIL SCN-INDEX > SCENARIO-COUNT
               IF NOT SR-STOPPED-ON-BUDGET(SCN-INDEX)
                   PERFORM DISPLAY-SCENARIO-LINE
               END-IF
           END-PERFORM
           IF SCENARIO-COUNT = 0
               DISPLAY "  (SCENARIO DECK WAS EMPTY)"
           END-IF
           IF BUDGET-STOP-COUNT > 0 OR DEFERRED-COUNT > 0
               PERFORM WRITE-BUDGET-STOP-SECTION
           END-IF.

      * SCENARIOS CUT SHORT BY THEIR RUN BUDGET ARE LISTED APART
      * FROM THE ONES THAT FINISHED - THEIR GENERATIONS AND PEAKS
      * ARE ONLY AS FAR AS THEY GOT - WITH THE GENERATION THEIR
      * HELD CHECKPOINT WILL RESUME FROM.  SCENARIOS CHAINED FROM
      * THEM ARE LISTED HERE TOO, WAITING ON THEIR SOURCE.
       WRITE-BUDGET-STOP-SECTION.
           DISPLAY SPACE
           DISPLAY "----- STOPPED ON BUDGET - RESUME WITH "
               "RESTART=Y -----"
           DISPLAY "LABEL     FROM      GENS  PEAK   AT-GEN  "
               "PERIOD  REASON                     QUALIFIER"
           PERFORM VARYING SCN-INDEX FROM 1 BY 1
               UNTIL SCN-INDEX > SCENARIO-COUNT
               IF SR-STOPPED-ON-BUDGET(SCN-INDEX)
                   PERFORM DISPLAY-SCENARIO-LINE
               END-IF
           END-PERFORM.

       DISPLAY-SCENARIO-LINE.
           DISPLAY SR-LABEL(SCN-INDEX) "  "
               SR-CHAIN-FROM(SCN-INDEX) "  "
               SR-GENERATIONS(SCN-INDEX) "   "
               SR-PEAK-POP(SCN-INDEX) "   "
               SR-PEAK-GEN(SCN-INDEX) "     "
               SR-REPEAT-PERIOD(SCN-INDEX) "     "
               SR-END-REASON(SCN-INDEX) "  "
               SR-END-QUALIFIER(SCN-INDEX).
