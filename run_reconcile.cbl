       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-RECONCILE.
       AUTHOR. ALAN SMITHEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS RUN-MASTER-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "STATSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT AGE-FILE ASSIGN TO "AGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD     PIC X(200).

      * KEY 000000 IS THE CONTROL RECORD AND IS NEVER RECONCILED.
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

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD      PIC X(99).

       FD  STATS-FILE.
       01  STATS-RECORD         PIC X(60).

       FD  AGE-FILE.
       01  AGE-RECORD           PIC X(99).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
          02 AUDIT-LOG-FILE-STATUS   PIC XX VALUE SPACES.
          02 RUN-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
          02 SNAPSHOT-FILE-STATUS    PIC XX VALUE SPACES.
          02 STATS-FILE-STATUS       PIC XX VALUE SPACES.
          02 AGE-FILE-STATUS         PIC XX VALUE SPACES.

      * THE WINDOW IS THE PERIOD THE LIVE AUDIT LOG COVERS.  BY
      * DEFAULT IT STARTS AT THE EARLIEST NUMBERED ENTRY ON THE LOG,
      * SO MASTER RECORDS WHOSE AUDIT LINES AUDIT-PURGE HAS ALREADY
      * ARCHIVED ARE NOT REPORTED AS ORPHANS.  FROM=YYYYMMDD ON THE
      * PARM NARROWS IT.  ARCHIVE STAMPS ARE ALWAYS CHECKED IN FULL
      * BECAUSE THE MASTER IS NEVER PURGED.
       01 SELECT-CONTROL.
          02 RECONCILE-PARM       PIC X(80) VALUE SPACES.
          02 PARM-FROM            PIC X(8) VALUE SPACES.
          02 WINDOW-FROM          PIC X(8) VALUE SPACES.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-HAS-ERROR           VALUE 'Y'.

       01 SCAN-CONTROL.
          02 SCAN-PTR             PIC 9(3) VALUE 1.
          02 TOKEN-TEXT           PIC X(80) VALUE SPACES.
          02 KEY-PART             PIC X(16) VALUE SPACES.
          02 VALUE-PART           PIC X(16) VALUE SPACES.

       01 PARSE-WORK.
          02 ENTRY-DATE           PIC X(8) VALUE SPACES.
          02 ENTRY-TIME           PIC X(8) VALUE SPACES.
          02 ENTRY-RUN            PIC X(6) VALUE SPACES.
          02 ENTRY-GRID           PIC X(2) VALUE SPACES.
          02 ENTRY-RULES          PIC X(8) VALUE SPACES.
          02 ENTRY-REASON         PIC X(25) VALUE SPACES.
          02 ENTRY-DEPT           PIC X(4) VALUE SPACES.
          02 ENTRY-DEPT-FLAG      PIC X VALUE 'N'.
             88 ENTRY-HAS-DEPT           VALUE 'Y'.
          02 SPLIT-HEAD           PIC X(200) VALUE SPACES.
          02 SPLIT-TAIL           PIC X(200) VALUE SPACES.

       01 ARCHIVE-WORK.
          02 ARCHIVE-NAME         PIC X(8) VALUE SPACES.
          02 ARCHIVE-LINE         PIC X(99) VALUE SPACES.
          02 ARCHIVE-STATUS       PIC XX VALUE SPACES.

       01 TALLY-CONTROL.
          02 AUDIT-LINES-READ     PIC 9(7) VALUE 0.
          02 AUDIT-LINES-CHECKED  PIC 9(7) VALUE 0.
          02 AUDIT-BEFORE-WINDOW  PIC 9(7) VALUE 0.
          02 AUDIT-UNNUMBERED     PIC 9(7) VALUE 0.
          02 AUDIT-MALFORMED      PIC 9(7) VALUE 0.
          02 MASTER-RUNS-READ     PIC 9(7) VALUE 0.
          02 MASTER-RUNS-CHECKED  PIC 9(7) VALUE 0.
          02 MASTER-BEFORE-WINDOW PIC 9(7) VALUE 0.
          02 STAMPS-CHECKED       PIC 9(7) VALUE 0.
          02 ORPHAN-AUDIT-COUNT   PIC 9(7) VALUE 0.
          02 ORPHAN-MASTER-COUNT  PIC 9(7) VALUE 0.
          02 ORPHAN-STAMP-COUNT   PIC 9(7) VALUE 0.
          02 DUPLICATE-COUNT      PIC 9(7) VALUE 0.
          02 MISMATCH-COUNT       PIC 9(7) VALUE 0.
          02 TOTAL-EXCEPTIONS     PIC 9(7) VALUE 0.

      * EVERY NUMBERED RUN ON THE AUDIT LOG, HELD IN RUN-NUMBER
      * ORDER SO THE MASTER BROWSE CAN LOOK EACH RUN UP.  THE LOG
      * IS ALMOST IN RUN ORDER ALREADY, SO INSERTION IS CHEAP.
       01 AUDIT-RUN-LIMIT         PIC 9(4) VALUE 9999.
       01 AUDIT-RUN-COUNT         PIC 9(4) VALUE 0.
       01 AUDIT-RUN-TABLE.
          02 AUDIT-RUN-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON AUDIT-RUN-COUNT
                ASCENDING KEY IS AR-RUN-NUMBER
                INDEXED BY AR-IX.
             03 AR-RUN-NUMBER     PIC X(6).

       01 TABLE-CONTROL.
          02 SLOT-IX              PIC 9(4) VALUE 0.
          02 SHIFT-IX             PIC 9(4) VALUE 0.
          02 SLOT-FOUND-FLAG      PIC X VALUE 'N'.
             88 SLOT-FOUND               VALUE 'Y'.
          02 TABLE-OVERFLOW-FLAG  PIC X VALUE 'N'.
             88 AUDIT-TABLE-FULL         VALUE 'Y'.
          02 DUPLICATE-RUN-FLAG   PIC X VALUE 'N'.
             88 DUPLICATE-AUDIT-RUN      VALUE 'Y'.

      * EXCEPTIONS ARE HELD UNTIL THE END SO THE REPORT CAN LIST
      * THEM BY KIND.  PAST THE LIMIT THEY ARE STILL COUNTED.
      *   A = AUDIT LINE WITHOUT A MASTER RECORD
      *   D = RUN LOGGED MORE THAN ONCE ON THE AUDIT LOG
      *   F = FIELD DISAGREES BETWEEN MASTER AND AUDIT LINE
      *   M = MASTER RECORD WITHOUT AN AUDIT LINE
      *   S = ARCHIVE STAMP WITHOUT A MASTER RECORD
       01 EXCEPTION-LIMIT         PIC 9(3) VALUE 500.
       01 EXCEPTION-CONTROL.
          02 EXCEPTION-COUNT      PIC 9(3) VALUE 0.
          02 EXCEPTION-IX         PIC 9(3) VALUE 0.
          02 EXCEPTIONS-UNLISTED  PIC 9(7) VALUE 0.
          02 NEW-EXCEPTION-TYPE   PIC X VALUE SPACE.
          02 NEW-EXCEPTION-TEXT   PIC X(100) VALUE SPACES.
          02 LIST-EXCEPTION-TYPE  PIC X VALUE SPACE.
       01 EXCEPTION-TABLE.
          02 EXCEPTION-ENTRY OCCURS 500 TIMES.
             03 EX-TYPE           PIC X.
             03 EX-TEXT           PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RECONCILE-PARM FROM COMMAND-LINE
           PERFORM PARSE-RECONCILE-PARM
           IF PARM-HAS-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RUN-MASTER-FILE
           IF RUN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUN MASTER, STATUS "
                   RUN-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN AUDIT LOG, STATUS "
                   AUDIT-LOG-FILE-STATUS
               CLOSE RUN-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== RUN RECONCILIATION ====="
           PERFORM READ-AUDIT-RECORD
           PERFORM CHECK-AUDIT-RECORD
               UNTIL AUDIT-LOG-FILE-STATUS = "10"
           CLOSE AUDIT-LOG-FILE
           IF WINDOW-FROM = SPACES
               DISPLAY "WINDOW FROM.....: NO NUMBERED AUDIT LINES"
           ELSE
               DISPLAY "WINDOW FROM.....: " WINDOW-FROM
           END-IF
           IF AUDIT-TABLE-FULL
               DISPLAY "WARNING: MORE THAN " AUDIT-RUN-LIMIT
                   " RUNS IN THE WINDOW, MASTER ORPHANS NOT CHECKED"
                   " - NARROW THE WINDOW WITH FROM="
           ELSE
               PERFORM BROWSE-RUN-MASTER
           END-IF
           PERFORM CHECK-ARCHIVE-STAMPS
           CLOSE RUN-MASTER-FILE
           PERFORM WRITE-EXCEPTION-REPORT
           IF TOTAL-EXCEPTIONS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-RECONCILE-PARM.
           MOVE 1 TO SCAN-PTR
           PERFORM PARSE-NEXT-TOKEN
               UNTIL SCAN-PTR > 80 OR PARM-HAS-ERROR
           IF PARM-FROM NOT = SPACES
              AND PARM-FROM IS NOT NUMERIC
               MOVE 'Y' TO PARM-ERROR-FLAG
               DISPLAY "ERROR: FROM= MUST BE YYYYMMDD, GOT '"
                   PARM-FROM "'"
           END-IF
           MOVE PARM-FROM TO WINDOW-FROM.

       PARSE-NEXT-TOKEN.
           MOVE SPACES TO TOKEN-TEXT
           UNSTRING RECONCILE-PARM DELIMITED BY ALL " "
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
               WHEN "FROM"
                   MOVE VALUE-PART(1:8) TO PARM-FROM
               WHEN OTHER
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: UNKNOWN RECONCILE KEYWORD '"
                       KEY-PART "'"
           END-EVALUATE.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END MOVE "10" TO AUDIT-LOG-FILE-STATUS
           END-READ.

      * LINES FROM BEFORE RUN NUMBERS WERE ASSIGNED HAVE NO RUN=
      * FIELD AND CANNOT BE MATCHED; THEY ARE COUNTED, NOT FLAGGED.
       CHECK-AUDIT-RECORD.
           IF AUDIT-LOG-RECORD NOT = SPACES
               ADD 1 TO AUDIT-LINES-READ
               PERFORM EXTRACT-AUDIT-FIELDS
               EVALUATE TRUE
                   WHEN ENTRY-DATE IS NOT NUMERIC
                       ADD 1 TO AUDIT-MALFORMED
                   WHEN ENTRY-RUN IS NOT NUMERIC
                       ADD 1 TO AUDIT-UNNUMBERED
                   WHEN PARM-FROM NOT = SPACES
                    AND ENTRY-DATE < PARM-FROM
                       ADD 1 TO AUDIT-BEFORE-WINDOW
                   WHEN OTHER
                       PERFORM MATCH-AUDIT-TO-MASTER
               END-EVALUATE
           END-IF
           PERFORM READ-AUDIT-RECORD.

       EXTRACT-AUDIT-FIELDS.
           MOVE AUDIT-LOG-RECORD(1:8) TO ENTRY-DATE
           MOVE AUDIT-LOG-RECORD(10:8) TO ENTRY-TIME
           MOVE SPACES TO ENTRY-RUN ENTRY-GRID
           MOVE SPACES TO ENTRY-RULES ENTRY-REASON
           MOVE SPACES TO SPLIT-HEAD SPLIT-TAIL
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " RUN="
               INTO SPLIT-HEAD SPLIT-TAIL
           MOVE SPLIT-TAIL(1:6) TO ENTRY-RUN
           MOVE SPACES TO SPLIT-HEAD SPLIT-TAIL
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " GRID="
               INTO SPLIT-HEAD SPLIT-TAIL
           MOVE SPLIT-TAIL(1:2) TO ENTRY-GRID
           MOVE SPACES TO SPLIT-HEAD SPLIT-TAIL
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " RULES="
               INTO SPLIT-HEAD SPLIT-TAIL
           MOVE SPLIT-TAIL(1:8) TO ENTRY-RULES
           MOVE SPACES TO SPLIT-HEAD SPLIT-TAIL
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " REASON="
               INTO SPLIT-HEAD SPLIT-TAIL
           MOVE SPLIT-TAIL(1:25) TO ENTRY-REASON
           MOVE SPACES TO ENTRY-DEPT
           MOVE 'N' TO ENTRY-DEPT-FLAG
           MOVE SPACES TO SPLIT-HEAD SPLIT-TAIL
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " DEPT="
               INTO SPLIT-HEAD SPLIT-TAIL
           IF SPLIT-HEAD NOT = AUDIT-LOG-RECORD
               MOVE 'Y' TO ENTRY-DEPT-FLAG
               MOVE SPLIT-TAIL(1:4) TO ENTRY-DEPT
           END-IF.

       MATCH-AUDIT-TO-MASTER.
           ADD 1 TO AUDIT-LINES-CHECKED
           IF WINDOW-FROM = SPACES
               MOVE ENTRY-DATE TO WINDOW-FROM
           END-IF
           IF ENTRY-DATE < WINDOW-FROM
               MOVE ENTRY-DATE TO WINDOW-FROM
           END-IF
           PERFORM STORE-AUDIT-RUN
           MOVE ENTRY-RUN TO RM-RUN-NUMBER
           READ RUN-MASTER-FILE
               INVALID KEY MOVE "23" TO RUN-MASTER-FILE-STATUS
           END-READ
           IF RUN-MASTER-FILE-STATUS = "00"
               PERFORM COMPARE-MASTER-TO-AUDIT
           ELSE
               ADD 1 TO ORPHAN-AUDIT-COUNT
               MOVE 'A' TO NEW-EXCEPTION-TYPE
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " ENTRY-RUN " " ENTRY-DATE " " ENTRY-TIME
                   " ON AUDIT LOG, NO MASTER RECORD"
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.

      * THE MASTER AND THE AUDIT LINE ARE WRITTEN FROM THE SAME
      * FIELDS AT THE END OF THE RUN, SO ANY DIFFERENCE MEANS ONE
      * OF THEM HAS BEEN ALTERED OR BELONGS TO ANOTHER RUN.  A LINE
      * FROM BEFORE THE RULES= OR DEPT= FIELD EXISTED IS NOT
      * CHECKED FOR IT.
       COMPARE-MASTER-TO-AUDIT.
           IF RM-DATE NOT = ENTRY-DATE
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " ENTRY-RUN " DATE     MASTER=" RM-DATE
                   " AUDIT=" ENTRY-DATE
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-MISMATCH
           END-IF
           IF RM-GRID-SIZE NOT = ENTRY-GRID
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " ENTRY-RUN " GRID     MASTER="
                   RM-GRID-SIZE " AUDIT=" ENTRY-GRID
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-MISMATCH
           END-IF
           IF ENTRY-RULES NOT = SPACES
              AND RM-RULE-NAME NOT = ENTRY-RULES
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " ENTRY-RUN " RULES    MASTER="
                   RM-RULE-NAME " AUDIT=" ENTRY-RULES
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-MISMATCH
           END-IF
           IF RM-END-REASON NOT = ENTRY-REASON
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " ENTRY-RUN " REASON   MASTER="
                   RM-END-REASON " AUDIT=" ENTRY-REASON
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-MISMATCH
           END-IF
           IF ENTRY-HAS-DEPT
              AND RM-DEPT-CODE NOT = ENTRY-DEPT
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " ENTRY-RUN " DEPT     MASTER="
                   RM-DEPT-CODE " AUDIT=" ENTRY-DEPT
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-MISMATCH
           END-IF.

       ADD-MISMATCH.
           ADD 1 TO MISMATCH-COUNT
           MOVE 'F' TO NEW-EXCEPTION-TYPE
           PERFORM ADD-EXCEPTION.

      * INSERT THE RUN IN ORDER, WORKING BACK FROM THE END OF THE
      * TABLE.  A RUN ALREADY IN THE TABLE IS A DUPLICATE LINE.
       STORE-AUDIT-RUN.
           MOVE AUDIT-RUN-COUNT TO SLOT-IX
           MOVE 'N' TO SLOT-FOUND-FLAG
           PERFORM FIND-AUDIT-RUN-SLOT
               UNTIL SLOT-FOUND OR SLOT-IX = 0
           MOVE 'N' TO DUPLICATE-RUN-FLAG
           IF SLOT-IX > 0
               IF AR-RUN-NUMBER(SLOT-IX) = ENTRY-RUN
                   MOVE 'Y' TO DUPLICATE-RUN-FLAG
               END-IF
           END-IF
           IF DUPLICATE-AUDIT-RUN
               ADD 1 TO DUPLICATE-COUNT
               MOVE 'D' TO NEW-EXCEPTION-TYPE
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " ENTRY-RUN " " ENTRY-DATE " " ENTRY-TIME
                   " LOGGED MORE THAN ONCE ON AUDIT LOG"
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           ELSE
               IF AUDIT-RUN-COUNT < AUDIT-RUN-LIMIT
                   ADD 1 TO AUDIT-RUN-COUNT
                   PERFORM VARYING SHIFT-IX FROM AUDIT-RUN-COUNT
                       BY -1 UNTIL SHIFT-IX <= SLOT-IX + 1
                       MOVE AR-RUN-NUMBER(SHIFT-IX - 1)
                           TO AR-RUN-NUMBER(SHIFT-IX)
                   END-PERFORM
                   MOVE ENTRY-RUN TO AR-RUN-NUMBER(SLOT-IX + 1)
               ELSE
                   MOVE 'Y' TO TABLE-OVERFLOW-FLAG
               END-IF
           END-IF.

       FIND-AUDIT-RUN-SLOT.
           IF AR-RUN-NUMBER(SLOT-IX) <= ENTRY-RUN
               MOVE 'Y' TO SLOT-FOUND-FLAG
           ELSE
               SUBTRACT 1 FROM SLOT-IX
           END-IF.

       BROWSE-RUN-MASTER.
           MOVE "000000" TO RM-RUN-NUMBER
           START RUN-MASTER-FILE KEY IS GREATER THAN RM-RUN-NUMBER
               INVALID KEY MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-START
           IF RUN-MASTER-FILE-STATUS NOT = "10"
               PERFORM READ-NEXT-MASTER-RECORD
               PERFORM CHECK-MASTER-RECORD
                   UNTIL RUN-MASTER-FILE-STATUS = "10"
           END-IF.

       READ-NEXT-MASTER-RECORD.
           READ RUN-MASTER-FILE NEXT RECORD
               AT END MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-READ.

       CHECK-MASTER-RECORD.
           ADD 1 TO MASTER-RUNS-READ
           IF WINDOW-FROM = SPACES
              OR RM-DATE < WINDOW-FROM
               ADD 1 TO MASTER-BEFORE-WINDOW
           ELSE
               ADD 1 TO MASTER-RUNS-CHECKED
               PERFORM LOOK-UP-AUDIT-RUN
           END-IF
           PERFORM READ-NEXT-MASTER-RECORD.

       LOOK-UP-AUDIT-RUN.
           MOVE 'N' TO SLOT-FOUND-FLAG
           IF AUDIT-RUN-COUNT > 0
               SEARCH ALL AUDIT-RUN-ENTRY
                   WHEN AR-RUN-NUMBER(AR-IX) = RM-RUN-NUMBER
                       MOVE 'Y' TO SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND
               ADD 1 TO ORPHAN-MASTER-COUNT
               MOVE 'M' TO NEW-EXCEPTION-TYPE
               MOVE SPACES TO NEW-EXCEPTION-TEXT
               STRING "RUN " RM-RUN-NUMBER " " RM-DATE " " RM-TIME
                   " ON MASTER, NO AUDIT LINE"
                   DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.

      * EACH ARCHIVE CARRIES A "RUN NNNNNN YYYYMMDD HHMMSSSS" STAMP
      * AT THE START OF EVERY RUN'S OUTPUT.  AN ARCHIVE THAT IS NOT
      * THERE IS NOTED AND SKIPPED.
       CHECK-ARCHIVE-STAMPS.
           MOVE "SNAPOUT" TO ARCHIVE-NAME
           OPEN INPUT SNAPSHOT-FILE
           MOVE SNAPSHOT-FILE-STATUS TO ARCHIVE-STATUS
           IF SNAPSHOT-FILE-STATUS = "00"
               PERFORM READ-SNAPSHOT-RECORD
               PERFORM UNTIL SNAPSHOT-FILE-STATUS = "10"
                   MOVE SNAPSHOT-RECORD TO ARCHIVE-LINE
                   PERFORM CHECK-ARCHIVE-LINE
                   PERFORM READ-SNAPSHOT-RECORD
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           ELSE
               PERFORM NOTE-ARCHIVE-MISSING
           END-IF
           MOVE "STATSOUT" TO ARCHIVE-NAME
           OPEN INPUT STATS-FILE
           MOVE STATS-FILE-STATUS TO ARCHIVE-STATUS
           IF STATS-FILE-STATUS = "00"
               PERFORM READ-STATS-RECORD
               PERFORM UNTIL STATS-FILE-STATUS = "10"
                   MOVE STATS-RECORD TO ARCHIVE-LINE
                   PERFORM CHECK-ARCHIVE-LINE
                   PERFORM READ-STATS-RECORD
               END-PERFORM
               CLOSE STATS-FILE
           ELSE
               PERFORM NOTE-ARCHIVE-MISSING
           END-IF
           MOVE "AGEOUT" TO ARCHIVE-NAME
           OPEN INPUT AGE-FILE
           MOVE AGE-FILE-STATUS TO ARCHIVE-STATUS
           IF AGE-FILE-STATUS = "00"
               PERFORM READ-AGE-RECORD
               PERFORM UNTIL AGE-FILE-STATUS = "10"
                   MOVE AGE-RECORD TO ARCHIVE-LINE
                   PERFORM CHECK-ARCHIVE-LINE
                   PERFORM READ-AGE-RECORD
               END-PERFORM
               CLOSE AGE-FILE
           ELSE
               PERFORM NOTE-ARCHIVE-MISSING
           END-IF.

       READ-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END MOVE "10" TO SNAPSHOT-FILE-STATUS
           END-READ.

       READ-STATS-RECORD.
           READ STATS-FILE
               AT END MOVE "10" TO STATS-FILE-STATUS
           END-READ.

       READ-AGE-RECORD.
           READ AGE-FILE
               AT END MOVE "10" TO AGE-FILE-STATUS
           END-READ.

       NOTE-ARCHIVE-MISSING.
           DISPLAY "NOTE: " ARCHIVE-NAME " NOT AVAILABLE, STATUS "
               ARCHIVE-STATUS ", STAMPS NOT CHECKED".

       CHECK-ARCHIVE-LINE.
           IF ARCHIVE-LINE(1:4) = "RUN "
              AND ARCHIVE-LINE(5:6) IS NUMERIC
               ADD 1 TO STAMPS-CHECKED
               MOVE ARCHIVE-LINE(5:6) TO RM-RUN-NUMBER
               READ RUN-MASTER-FILE
                   INVALID KEY MOVE "23" TO RUN-MASTER-FILE-STATUS
               END-READ
               IF RUN-MASTER-FILE-STATUS NOT = "00"
                   ADD 1 TO ORPHAN-STAMP-COUNT
                   MOVE 'S' TO NEW-EXCEPTION-TYPE
                   MOVE SPACES TO NEW-EXCEPTION-TEXT
                   STRING "RUN " ARCHIVE-LINE(5:6) " "
                       ARCHIVE-LINE(12:8) " STAMPED IN "
                       ARCHIVE-NAME ", NO MASTER RECORD"
                       DELIMITED BY SIZE INTO NEW-EXCEPTION-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.

       ADD-EXCEPTION.
           ADD 1 TO TOTAL-EXCEPTIONS
           IF EXCEPTION-COUNT < EXCEPTION-LIMIT
               ADD 1 TO EXCEPTION-COUNT
               MOVE NEW-EXCEPTION-TYPE TO EX-TYPE(EXCEPTION-COUNT)
               MOVE NEW-EXCEPTION-TEXT TO EX-TEXT(EXCEPTION-COUNT)
           ELSE
               ADD 1 TO EXCEPTIONS-UNLISTED
           END-IF.

       WRITE-EXCEPTION-REPORT.
           DISPLAY "AUDIT LINES READ: " AUDIT-LINES-READ
           DISPLAY "  MATCHED BY RUN: " AUDIT-LINES-CHECKED
           IF AUDIT-BEFORE-WINDOW > 0
               DISPLAY "  BEFORE WINDOW.: " AUDIT-BEFORE-WINDOW
           END-IF
           IF AUDIT-UNNUMBERED > 0
               DISPLAY "  NO RUN NUMBER.: " AUDIT-UNNUMBERED
           END-IF
           IF AUDIT-MALFORMED > 0
               DISPLAY "  MALFORMED.....: " AUDIT-MALFORMED
           END-IF
           DISPLAY "MASTER RUNS READ: " MASTER-RUNS-READ
           DISPLAY "  IN WINDOW.....: " MASTER-RUNS-CHECKED
           DISPLAY "ARCHIVE STAMPS..: " STAMPS-CHECKED
           DISPLAY SPACE
           DISPLAY "----- AUDIT LINES WITHOUT A MASTER RECORD: "
               ORPHAN-AUDIT-COUNT " -----"
           MOVE 'A' TO LIST-EXCEPTION-TYPE
           PERFORM LIST-EXCEPTIONS
           DISPLAY "----- MASTER RECORDS WITHOUT AN AUDIT LINE: "
               ORPHAN-MASTER-COUNT " -----"
           MOVE 'M' TO LIST-EXCEPTION-TYPE
           PERFORM LIST-EXCEPTIONS
           DISPLAY "----- ARCHIVE STAMPS WITHOUT A MASTER RECORD: "
               ORPHAN-STAMP-COUNT " -----"
           MOVE 'S' TO LIST-EXCEPTION-TYPE
           PERFORM LIST-EXCEPTIONS
           DISPLAY "----- RUNS LOGGED MORE THAN ONCE: "
               DUPLICATE-COUNT " -----"
           MOVE 'D' TO LIST-EXCEPTION-TYPE
           PERFORM LIST-EXCEPTIONS
           DISPLAY "----- FIELD MISMATCHES: "
               MISMATCH-COUNT " -----"
           MOVE 'F' TO LIST-EXCEPTION-TYPE
           PERFORM LIST-EXCEPTIONS
           DISPLAY SPACE
           IF EXCEPTIONS-UNLISTED > 0
               DISPLAY "NOTE: " EXCEPTIONS-UNLISTED
                   " EXCEPTION(S) COUNTED BUT NOT LISTED"
           END-IF
           IF TOTAL-EXCEPTIONS = 0
               DISPLAY "RESULT: RECONCILED - NO EXCEPTIONS"
           ELSE
               DISPLAY "RESULT: *** " TOTAL-EXCEPTIONS
                   " EXCEPTION(S) - RESOLVE BEFORE AUDIT-PURGE ***"
           END-IF.

       LIST-EXCEPTIONS.
           PERFORM VARYING EXCEPTION-IX FROM 1 BY 1
               UNTIL EXCEPTION-IX > EXCEPTION-COUNT
               IF EX-TYPE(EXCEPTION-IX) = LIST-EXCEPTION-TYPE
                   DISPLAY "  " EX-TEXT(EXCEPTION-IX)
               END-IF
           END-PERFORM.
