       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-MASTER-FILE ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS RUN-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * KEY 000000 IS THE CONTROL RECORD AND IS NEVER LISTED.
       FD  RUN-MASTER-FILE.
       01  RUN-MASTER-RECORD.
           02 RM-RUN-NUMBER      PIC X(6).
           02 RM-END-REASON      PIC X(25).
           02 FILLER             PIC X.
           02 RM-PARM-TEXT       PIC X(80).
           02 FILLER             PIC X.
           02 RM-DEPT-CODE       PIC X(4).
           02 FILLER             PIC X.
           02 RM-END-QUALIFIER   PIC X(13).
           02 FILLER             PIC X(5).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.

      * SELECTION IS BY KEYWORD PARM: RUN=NNNNNN FOR ONE RUN IN
      * FULL, FROM=YYYYMMDD AND/OR THRU=YYYYMMDD FOR A DATE RANGE,
      * RULES=NAME FOR A RULE SET, EDGE=Y FOR ONLY THE RUNS WHOSE
      * RESULTS ARE EDGE-AFFECTED, BLANK FOR THE WHOLE MASTER.
      * RANGE, RULE AND EDGE FILTERS COMBINE.  A SINGLE RUN IS READ
      * DIRECTLY BY KEY; ANY OTHER SELECTION BROWSES THE MASTER
      * IN RUN-NUMBER ORDER.
       01 SELECT-CONTROL.
          02 INQUIRY-PARM         PIC X(80) VALUE SPACES.
          02 SELECT-RUN           PIC X(6) VALUE SPACES.
          02 SELECT-FROM          PIC X(8) VALUE SPACES.
          02 SELECT-THRU          PIC X(8) VALUE SPACES.
          02 SELECT-RULES         PIC X(8) VALUE SPACES.
          02 SELECT-EDGE          PIC X VALUE SPACE.
             88 EDGE-AFFECTED-ONLY       VALUE 'Y'.
          02 PARM-ERROR-FLAG      PIC X VALUE 'N'.
             88 PARM-HAS-ERROR           VALUE 'Y'.
          02 RECORD-WANTED-FLAG   PIC X VALUE 'N'.
           DISPLAY SPACE
           DISPLAY "RUN    DATE     TIME     GRID GENS RAN M W "
               "RULES    SEED SOURCE          REASON"
               "                    QUALIFIER"
           IF SELECT-RUN NOT = SPACES
               PERFORM LOOK-UP-ONE-RUN
           ELSE
               PERFORM BROWSE-RUN-MASTER
           END-IF
           CLOSE RUN-MASTER-FILE
           DISPLAY SPACE
           IF SELECT-RUN = SPACES
               DISPLAY "RUNS ON MASTER..: " RECORDS-READ
           END-IF
           DISPLAY "RUNS LISTED.....: " RUNS-LISTED
           IF RUNS-LISTED = 0
               DISPLAY "NO RUNS MATCHED THE SELECTION"
       PARSE-INQUIRY-PARM.
           MOVE 1 TO SCAN-PTR
           PERFORM PARSE-NEXT-TOKEN
               UNTIL SCAN-PTR > 80 OR PARM-HAS-ERROR
           IF SELECT-RUN NOT = SPACES
              AND SELECT-RUN IS NOT NUMERIC
               MOVE 'Y' TO PARM-ERROR-FLAG
               DISPLAY "ERROR: RUN= MUST BE A SIX-DIGIT RUN NUMBER, "
                   "GOT '" SELECT-RUN "'"
           END-IF.

       PARSE-NEXT-TOKEN.
           MOVE SPACES TO TOKEN-TEXT
                   MOVE VALUE-PART(1:8) TO SELECT-THRU
               WHEN "RULES"
                   MOVE VALUE-PART(1:8) TO SELECT-RULES
               WHEN "EDGE"
                   IF VALUE-PART = "Y"
                       MOVE 'Y' TO SELECT-EDGE
                   ELSE
                       IF VALUE-PART NOT = "N"
                           MOVE 'Y' TO PARM-ERROR-FLAG
                           DISPLAY "ERROR: EDGE= MUST BE Y OR N, "
                               "GOT '" VALUE-PART "'"
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO PARM-ERROR-FLAG
                   DISPLAY "ERROR: UNKNOWN SELECTION KEYWORD '"
               WHEN SELECT-FROM NOT = SPACES
                 OR SELECT-THRU NOT = SPACES
                 OR SELECT-RULES NOT = SPACES
                 OR EDGE-AFFECTED-ONLY
                   DISPLAY "SELECTION.......: FROM " SELECT-FROM
                       " THRU " SELECT-THRU
                       " RULES " SELECT-RULES
                   IF EDGE-AFFECTED-ONLY
                       DISPLAY "                  EDGE-AFFECTED "
                           "RUNS ONLY"
                   END-IF
               WHEN OTHER
                   DISPLAY "SELECTION.......: ENTIRE MASTER"
           END-EVALUATE.

       LOOK-UP-ONE-RUN.
           MOVE SELECT-RUN TO RM-RUN-NUMBER
           READ RUN-MASTER-FILE
               INVALID KEY MOVE "23" TO RUN-MASTER-FILE-STATUS
           END-READ
           IF RUN-MASTER-FILE-STATUS = "00"
              AND RM-RUN-NUMBER NOT = "000000"
               PERFORM CHECK-RECORD-WANTED
               IF RECORD-IS-WANTED
                   ADD 1 TO RUNS-LISTED
                   PERFORM LIST-RUN-MASTER-RECORD
               END-IF
           END-IF.

       BROWSE-RUN-MASTER.
           MOVE "000000" TO RM-RUN-NUMBER
           START RUN-MASTER-FILE KEY IS GREATER THAN RM-RUN-NUMBER
               INVALID KEY MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-START
           IF RUN-MASTER-FILE-STATUS NOT = "10"
               PERFORM READ-RUN-MASTER-RECORD
               PERFORM PROCESS-RUN-MASTER-RECORD
                   UNTIL RUN-MASTER-FILE-STATUS = "10"
           END-IF.

       READ-RUN-MASTER-RECORD.
           READ RUN-MASTER-FILE NEXT RECORD
               AT END MOVE "10" TO RUN-MASTER-FILE-STATUS
           END-READ.

           IF SELECT-RULES NOT = SPACES
              AND RM-RULE-NAME NOT = SELECT-RULES
               MOVE 'N' TO RECORD-WANTED-FLAG
           END-IF
           IF EDGE-AFFECTED-ONLY
              AND RM-END-QUALIFIER NOT = "EDGE-AFFECTED"
               MOVE 'N' TO RECORD-WANTED-FLAG
           END-IF.

      * A SINGLE-RUN LOOKUP ALSO SHOWS THE FULL PARAMETER CARD
           DISPLAY RM-RUN-NUMBER " " RM-DATE " " RM-TIME "   "
               RM-GRID-SIZE "  " RM-MAX-GENS "  " RM-GENS-RAN
               " " RM-MODE " " RM-WRAP " " RM-RULE-NAME " "
               RM-SEED-SOURCE " " RM-END-REASON " "
               RM-END-QUALIFIER
           IF SELECT-RUN NOT = SPACES
               DISPLAY "  PARM CARD.....: " RM-PARM-TEXT
               DISPLAY "  DEPARTMENT....: " RM-DEPT-CODE
           END-IF.
