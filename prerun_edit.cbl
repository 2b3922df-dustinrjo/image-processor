       01  SCENARIO-RECORD.
           02 SCN-LABEL-IN      PIC X(8).
           02 SCN-PARM-IN       PIC X(80).
           02 SCN-CHAIN-FROM    PIC X(8).

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.

       WORKING-STORAGE SECTION.
       01 LIBRARY-CELL-LIMIT   PIC 9(3) VALUE 500.
       01 DECK-LABEL-LIMIT     PIC 9(2) VALUE 50.

       01 FILE-STATUS-CODES.
          02 PARM-CARD-FILE-STATUS   PIC XX VALUE SPACES.
          02 FILES-EDITED      PIC 9 VALUE 0.
          02 CELLS-OUTSIDE     PIC 9(3) VALUE 0.
          02 RULE-INDEX        PIC 9 VALUE 0.
          02 DECK-LABEL-COUNT  PIC 9(2) VALUE 0.
          02 DECK-LABEL-IX     PIC 9(2) VALUE 0.
          02 CHAIN-SOURCE-IX   PIC 9(2) VALUE 0.
          02 DEPT-IX           PIC 9(2) VALUE 0.

       01 EDIT-CONTROL.
          02 EDIT-GRID-SIZE       PIC 9(2) VALUE 20.
          02 CARD-GRID-SIZE       PIC 9(2) VALUE 20.
          02 PATTERN-FOUND-FLAG   PIC X VALUE 'N'.
             88 PATTERN-WAS-FOUND        VALUE 'Y'.
          02 DEPT-FOUND-FLAG      PIC X VALUE 'N'.
             88 DEPT-CODE-FOUND          VALUE 'Y'.
          02 CHECK-PATTERN-NAME   PIC X(8) VALUE SPACES.
          02 CHECK-ORIGIN-ROW     PIC 9(2) VALUE 0.
          02 CHECK-ORIGIN-COL     PIC 9(2) VALUE 0.
          02 CHECK-ORIENTATION    PIC X(4) VALUE SPACES.
          02 CHECK-GRID-SIZE      PIC 9(2) VALUE 20.
          02 CARD-DECODE-FLAG     PIC X VALUE 'N'.
             88 CARD-WAS-DECODED         VALUE 'Y'.

       01 TRANSFORM-WORK.
          02 TRANS-ROW            PIC S9(2) VALUE 0.
          02 PARM-RULE-NAME            PIC X(8).
          02 PARM-SOUP-DENSITY         PIC X(3).
          02 PARM-SOUP-SEED            PIC X(9).
          02 PARM-DEPT-CODE            PIC X(4).
          02 PARM-BUDGET-CELL-GENS     PIC X(9).
          02 PARM-BUDGET-SECONDS       PIC X(5).
          02 FILLER                    PIC X(16).

       01 NUMERIC-WORK.
          02 GRID-SIZE-WORK       PIC 9(2) VALUE 0.
             03 LIB-ROW           PIC S9(2) SIGN LEADING SEPARATE.
             03 LIB-COL           PIC S9(2) SIGN LEADING SEPARATE.

      * LABELS SEEN SO FAR IN THE SCENARIO DECK, WITH THE GRID
      * SIZE EACH CARD ASKS FOR (ZERO WHEN THE CARD DID NOT
      * DECODE), SO A CHAINED SCENARIO CAN BE CHECKED AGAINST THE
      * SCENARIO IT CONTINUES.
       01 DECK-LABEL-TABLE.
          02 DECK-LABEL-ENTRY OCCURS 50 TIMES.
             03 DL-LABEL          PIC X(8).
             03 DL-GRID-SIZE      PIC 9(2).

       COPY DEPTTAB.

       COPY PARMCOMM.

       PROCEDURE DIVISION.
               END-IF
               MOVE SCN-PARM-IN TO PDR-INPUT-TEXT
               PERFORM DECODE-AND-VALIDATE-CARD
               IF SCN-CHAIN-FROM NOT = SPACES
                   PERFORM VALIDATE-SCENARIO-CHAIN
               END-IF
               PERFORM STORE-DECK-LABEL
           END-IF
           PERFORM READ-SCENARIO-RECORD.

      * A CHAINED SCENARIO MUST NAME A SCENARIO ABOVE IT IN THE
      * DECK - THE DRIVER ONLY HAS BOARDS FOR SCENARIOS ALREADY
      * RUN - AND MUST ASK FOR THE SAME GRID SIZE, SINCE THE
      * ENGINE CARRIES THE BOARD ON CELL FOR CELL.
       VALIDATE-SCENARIO-CHAIN.
           MOVE 0 TO CHAIN-SOURCE-IX
           PERFORM VARYING DECK-LABEL-IX FROM 1 BY 1
               UNTIL DECK-LABEL-IX > DECK-LABEL-COUNT
               IF DL-LABEL(DECK-LABEL-IX) = SCN-CHAIN-FROM
                   MOVE DECK-LABEL-IX TO CHAIN-SOURCE-IX
               END-IF
           END-PERFORM
           IF CHAIN-SOURCE-IX = 0
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERROR: " CARD-IDENT " CHAINS FROM '"
                   SCN-CHAIN-FROM "' WHICH IS NOT AN EARLIER "
                   "SCENARIO IN THE DECK"
           ELSE
               IF CARD-WAS-DECODED
                  AND DL-GRID-SIZE(CHAIN-SOURCE-IX) > 0
                  AND DL-GRID-SIZE(CHAIN-SOURCE-IX)
                      NOT = CARD-GRID-SIZE
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "ERROR: " CARD-IDENT " GRID SIZE "
                       CARD-GRID-SIZE " DOES NOT MATCH GRID SIZE "
                       DL-GRID-SIZE(CHAIN-SOURCE-IX) " OF "
                       SCN-CHAIN-FROM
               END-IF
           END-IF
           IF CARD-WAS-DECODED
              AND PARM-SOUP-DENSITY IS NUMERIC
              AND PARM-SOUP-DENSITY NOT = "000"
               ADD 1 TO WARNING-COUNT
               DISPLAY "WARNING: " CARD-IDENT " SOUP IS IGNORED ON "
                   "A CHAINED SCENARIO"
           END-IF.

       STORE-DECK-LABEL.
           IF DECK-LABEL-COUNT < DECK-LABEL-LIMIT
               ADD 1 TO DECK-LABEL-COUNT
               MOVE SCN-LABEL-IN TO DL-LABEL(DECK-LABEL-COUNT)
               IF CARD-WAS-DECODED
                   MOVE CARD-GRID-SIZE TO DL-GRID-SIZE(DECK-LABEL-COUNT)
               ELSE
                   MOVE 0 TO DL-GRID-SIZE(DECK-LABEL-COUNT)
               END-IF
           END-IF.

      * A KEYWORD-FORM CARD GOES THROUGH THE SAME PARM-DECODE THE
      * ENGINE USES, SO THE EDIT REJECTS EXACTLY THE CARDS THE
      * ENGINE WOULD REJECT; A CARD THAT DECODES IS THEN FIELD-
      * EDITED IN ITS FIXED-COLUMN FORM LIKE ANY OTHER.
       DECODE-AND-VALIDATE-CARD.
           MOVE 'N' TO CARD-DECODE-FLAG
           CALL "PARM-DECODE"
           IF PARM-DECODE-FAILED
               ADD 1 TO CARDS-CHECKED
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERROR: " CARD-IDENT " " PDS-ERROR-TEXT
           ELSE
               MOVE 'Y' TO CARD-DECODE-FLAG
               MOVE PDS-CARD-TEXT TO PARM-CARD-TEXT
               PERFORM VALIDATE-PARM-CARD
           END-IF.
               DISPLAY "ERROR: " CARD-IDENT " SOUP SEED '"
                   PARM-SOUP-SEED "' IS NOT NUMERIC"
           END-IF
           IF PARM-BUDGET-CELL-GENS NOT = SPACES
              AND PARM-BUDGET-CELL-GENS IS NOT NUMERIC
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERROR: " CARD-IDENT " CELL-GENERATION BUDGET '"
                   PARM-BUDGET-CELL-GENS "' IS NOT NUMERIC"
           END-IF
           IF PARM-BUDGET-SECONDS NOT = SPACES
              AND PARM-BUDGET-SECONDS IS NOT NUMERIC
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERROR: " CARD-IDENT " SECONDS BUDGET '"
                   PARM-BUDGET-SECONDS "' IS NOT NUMERIC"
           END-IF
           IF PARM-DEPT-CODE = SPACES
               ADD 1 TO WARNING-COUNT
               DISPLAY "WARNING: " CARD-IDENT " HAS NO DEPARTMENT "
                   "CODE, RUN WILL BE CHARGED AS UNASSIGNED"
           ELSE
               PERFORM VALIDATE-DEPT-CODE
           END-IF
           IF PARM-PATTERN-NAME NOT = SPACES
               MOVE PARM-PATTERN-NAME TO CHECK-PATTERN-NAME
               IF PARM-ORIGIN-ROW IS NUMERIC
                   PARM-RULE-NAME "' IS NOT KNOWN"
           END-IF.

      * THE DEPARTMENT CODE IS CARRIED TO THE RUN MASTER AND THE
      * AUDIT LOG AS PUNCHED; AN UNKNOWN CODE WOULD BE BILLED TO A
      * DEPARTMENT THE CHARGEBACK REPORT CANNOT NAME.
       VALIDATE-DEPT-CODE.
           MOVE 'N' TO DEPT-FOUND-FLAG
           PERFORM VARYING DEPT-IX FROM 1 BY 1
               UNTIL DEPT-IX > VALID-DEPT-COUNT
               IF VALID-DEPT-CODE(DEPT-IX) = PARM-DEPT-CODE
                   MOVE 'Y' TO DEPT-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT DEPT-CODE-FOUND
               ADD 1 TO ERROR-COUNT
               DISPLAY "ERROR: " CARD-IDENT " DEPARTMENT '"
                   PARM-DEPT-CODE "' IS NOT A VALID DEPARTMENT"
           END-IF.

       EDIT-PLACEMENT-DECK.
           OPEN INPUT PLACEMENT-FILE
           IF PLACEMENT-FILE-STATUS = "00"
