       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNMAST-CONVERT.
       AUTHOR. ALAN SMITHEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "RUNMOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-MASTER-FILE-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS RUN-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE OLD SEQUENTIAL MASTER, ONE 176-BYTE LINE PER RUN.  ONLY
      * THE RUN NUMBER IS LOOKED AT; THE REST OF THE LINE IS CARRIED
      * ACROSS UNCHANGED.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           02 OM-RUN-NUMBER      PIC X(6).
           02 OM-REST-OF-RUN     PIC X(170).

      * THE NEW MASTER IS LOADED FROM EMPTY.  KEY 000000 IS THE
      * CONTROL RECORD CARRYING THE LAST RUN NUMBER ASSIGNED.
       FD  RUN-MASTER-FILE.
       01  RUN-MASTER-RECORD.
           02 RM-RUN-NUMBER      PIC 9(6).
           02 RM-REST-OF-RUN     PIC X(170).
           02 FILLER             PIC X(24).
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
       01 FILE-STATUS-CODES.
          02 OLD-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
          02 RUN-MASTER-FILE-STATUS  PIC XX VALUE SPACES.

       01 SYSTEM-DATE-AND-TIME.
          02 SYS-DATE             PIC 9(8) VALUE 0.
          02 SYS-TIME             PIC 9(8) VALUE 0.

       01 LOAD-CONTROL.
          02 HIGHEST-RUN          PIC 9(6) VALUE 0.
          02 REJECT-REASON        PIC X(24) VALUE SPACES.
          02 LOAD-FLAG            PIC X VALUE 'Y'.
             88 LOAD-IS-CLEAN            VALUE 'Y'.

       01 TALLY-CONTROL.
          02 RECORDS-IN           PIC 9(7) VALUE 0.
          02 BLANK-LINES          PIC 9(7) VALUE 0.
          02 RECORDS-LOADED       PIC 9(7) VALUE 0.
          02 REJECTED-NON-NUMERIC PIC 9(7) VALUE 0.
          02 REJECTED-DUPLICATE   PIC 9(7) VALUE 0.
          02 REJECTED-TOTAL       PIC 9(7) VALUE 0.
          02 CONTROL-WRITTEN      PIC 9(7) VALUE 0.
          02 RECORDS-OUT          PIC 9(7) VALUE 0.
          02 BALANCE-CHECK        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           ACCEPT SYS-TIME FROM TIME
           DISPLAY "===== RUN MASTER CONVERSION ====="
           OPEN INPUT OLD-MASTER-FILE
           IF OLD-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN OLD RUN MASTER, STATUS "
                   OLD-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-MASTER-FILE
           IF RUN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE INDEXED RUN MASTER, "
                   "STATUS " RUN-MASTER-FILE-STATUS
               CLOSE OLD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OLD-MASTER-RECORD
           PERFORM LOAD-OLD-MASTER-RECORD
               UNTIL OLD-MASTER-FILE-STATUS = "10"
                  OR NOT LOAD-IS-CLEAN
           PERFORM WRITE-CONTROL-RECORD
           CLOSE OLD-MASTER-FILE
           CLOSE RUN-MASTER-FILE
           PERFORM WRITE-CONVERSION-REPORT
           EVALUATE TRUE
               WHEN NOT LOAD-IS-CLEAN
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-OLD-MASTER-RECORD.
           READ OLD-MASTER-FILE
               AT END MOVE "10" TO OLD-MASTER-FILE-STATUS
           END-READ.

      * A RUN NUMBER THAT IS NOT SIX DIGITS, OR IS ZERO (THE
      * CONTROL KEY), CANNOT BE KEYED.  A SECOND RECORD FOR A RUN
      * NUMBER ALREADY LOADED IS REJECTED; THE FIRST ONE STANDS.
      * ANY OTHER FAILED WRITE ENDS THE LOAD, LEAVING THE COUNTS OUT
      * OF BALANCE SO THE NEW MASTER IS NOT PUT INTO SERVICE.
       LOAD-OLD-MASTER-RECORD.
           IF OLD-MASTER-RECORD = SPACES
               ADD 1 TO BLANK-LINES
           ELSE
               ADD 1 TO RECORDS-IN
               MOVE SPACES TO REJECT-REASON
               IF OM-RUN-NUMBER IS NOT NUMERIC
                  OR OM-RUN-NUMBER = "000000"
                   ADD 1 TO REJECTED-NON-NUMERIC
                   MOVE "NON-NUMERIC RUN NUMBER" TO REJECT-REASON
               ELSE
                   PERFORM WRITE-CONVERTED-RECORD
               END-IF
               IF REJECT-REASON NOT = SPACES
                   ADD 1 TO REJECTED-TOTAL
                   DISPLAY "REJECTED: " REJECT-REASON " "
                       OLD-MASTER-RECORD(1:40)
               END-IF
           END-IF
           PERFORM READ-OLD-MASTER-RECORD.

       WRITE-CONVERTED-RECORD.
           MOVE SPACES TO RUN-MASTER-RECORD
           MOVE OM-RUN-NUMBER TO RM-RUN-NUMBER
           MOVE OM-REST-OF-RUN TO RM-REST-OF-RUN
           WRITE RUN-MASTER-RECORD
               INVALID KEY
                   IF RUN-MASTER-FILE-STATUS = "22"
                       ADD 1 TO REJECTED-DUPLICATE
                       MOVE "DUPLICATE RUN NUMBER" TO REJECT-REASON
                   ELSE
                       MOVE 'N' TO LOAD-FLAG
                       DISPLAY "ERROR: RUN " OM-RUN-NUMBER
                           " NOT WRITTEN, STATUS "
                           RUN-MASTER-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO RECORDS-LOADED
                   IF RM-RUN-NUMBER > HIGHEST-RUN
                       MOVE RM-RUN-NUMBER TO HIGHEST-RUN
                   END-IF
           END-WRITE.

      * THE CONTROL RECORD IS WRITTEN EVEN FOR AN EMPTY LOAD, SO THE
      * FIRST RUN AGAINST THE NEW MASTER IS NUMBERED ONE.
       WRITE-CONTROL-RECORD.
           MOVE SPACES TO RUN-MASTER-CONTROL
           MOVE 0 TO RMC-KEY
           MOVE HIGHEST-RUN TO RMC-LAST-RUN
           MOVE SYS-DATE TO RMC-DATE
           MOVE SYS-TIME TO RMC-TIME
           WRITE RUN-MASTER-CONTROL
               INVALID KEY
                   MOVE 'N' TO LOAD-FLAG
                   DISPLAY "ERROR: CONTROL RECORD NOT WRITTEN, STATUS "
                       RUN-MASTER-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO CONTROL-WRITTEN
           END-WRITE.

      * THE NEW MASTER IS REREAD IN KEY ORDER PAST THE CONTROL
      * RECORD SO THE RECORDS-OUT COUNT IS WHAT IS ON THE FILE, NOT
      * WHAT THIS PROGRAM BELIEVES IT WROTE.
       COUNT-NEW-MASTER.
           MOVE 0 TO RECORDS-OUT
           OPEN INPUT RUN-MASTER-FILE
           IF RUN-MASTER-FILE-STATUS = "00"
               MOVE 0 TO RM-RUN-NUMBER
               START RUN-MASTER-FILE
                   KEY IS GREATER THAN RM-RUN-NUMBER
                   INVALID KEY MOVE "10" TO RUN-MASTER-FILE-STATUS
               END-START
               IF RUN-MASTER-FILE-STATUS NOT = "10"
                   PERFORM READ-NEW-MASTER-RECORD
                   PERFORM UNTIL RUN-MASTER-FILE-STATUS = "10"
                       ADD 1 TO RECORDS-OUT
                       PERFORM READ-NEW-MASTER-RECORD
                   END-PERFORM
               END-IF
               CLOSE RUN-MASTER-FILE
           END-IF.

       READ-NEW-MASTER-RECORD.
           READ RUN-MASTER-FILE NEXT RECORD
               AT END MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-READ.

       WRITE-CONVERSION-REPORT.
           PERFORM COUNT-NEW-MASTER
           DISPLAY SPACE
           DISPLAY "----- RECONCILIATION -----"
           DISPLAY "RECORDS IN......: " RECORDS-IN
           IF BLANK-LINES > 0
               DISPLAY "  (BLANK LINES SKIPPED: " BLANK-LINES ")"
           END-IF
           DISPLAY "LOADED..........: " RECORDS-LOADED
           DISPLAY "REJECTED........: " REJECTED-TOTAL
           DISPLAY "  NON-NUMERIC...: " REJECTED-NON-NUMERIC
           DISPLAY "  DUPLICATE.....: " REJECTED-DUPLICATE
           DISPLAY "RUNS ON NEW MAST: " RECORDS-OUT
               " (REREAD BY KEY)"
           DISPLAY "CONTROL RECORD..: LAST RUN " HIGHEST-RUN
           COMPUTE BALANCE-CHECK = RECORDS-LOADED + REJECTED-TOTAL
           IF BALANCE-CHECK = RECORDS-IN
              AND RECORDS-OUT = RECORDS-LOADED
              AND CONTROL-WRITTEN = 1
               DISPLAY "RESULT: IN BALANCE - IN = LOADED "
                   "+ REJECTED, NEW MASTER VERIFIED"
           ELSE
               MOVE 'N' TO LOAD-FLAG
               DISPLAY "RESULT: *** OUT OF BALANCE - DO NOT "
                   "REPLACE THE RUN MASTER ***"
           END-IF.
