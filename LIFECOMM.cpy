      * ANY OTHER VALUE MEANS ARCHIVES ARE WRITTEN AS NORMAL.
           02 LR-ARCHIVE-FLAG      PIC X.
              88 ARCHIVE-OUTPUT-SUPPRESSED VALUE 'S'.
      * A CHAINED SCENARIO STARTS FROM ANOTHER SCENARIO'S FINAL
      * BOARD RATHER THAN FROM A SEED.  THE DRIVER SETS 'Y' HERE,
      * THE LABEL IT CHAINS FROM, AND THAT BOARD'S GRID SIZE AND
      * ROWS ('0'/'1' CELLS, COLUMN N OF A ROW IS CELL N).  ANY
      * OTHER VALUE MEANS THE RUN SEEDS ITSELF AS NORMAL.
           02 LR-CHAIN-FLAG        PIC X.
              88 START-FROM-CHAINED-GRID  VALUE 'Y'.
           02 LR-CHAIN-LABEL       PIC X(8).
           02 LR-CHAIN-GRID-SIZE   PIC 9(2).
           02 LR-CHAIN-GRID.
              03 LR-CHAIN-ROW      PIC X(99) OCCURS 99 TIMES.
      * THE FINAL-GRID FIELDS DESCRIBE WHATEVER IS LEFT WHEN THE
      * RUN ENDS: THE LIVE POPULATION, THE TOP-LEFT CORNER AND
      * EXTENT OF ITS BOUNDING BOX, AND A ROW-MAJOR 12 BY 12
           02 LS-FINAL-HEIGHT      PIC 9(3).
           02 LS-FINAL-WIDTH       PIC 9(3).
           02 LS-FINAL-SHAPE       PIC X(144).
      * THE WHOLE FINAL BOARD, IN THE SAME ROW FORM AS THE CHAINED
      * START GRID ABOVE, SO A DRIVER CAN HAND IT ON UNCHANGED TO
      * A LATER SCENARIO.
           02 LS-FINAL-GRID-SIZE   PIC 9(2).
           02 LS-FINAL-GRID.
              03 LS-FINAL-ROW      PIC X(99) OCCURS 99 TIMES.
      * WITHOUT WRAP-AROUND THE BORDER IS A WALL OF DEAD CELLS, SO
      * ONCE ANYTHING LIVES ON AN EDGE THE RESULTS ARE PARTLY ABOUT
      * THE WALL.  THE ENGINE THEN RETURNS "EDGE-AFFECTED" AS THE
      * END QUALIFIER, AND FOR EACH EDGE (TOP, BOTTOM, LEFT, RIGHT)
      * WHETHER IT WAS TOUCHED ('Y'/'N') AND THE FIRST GENERATION
      * IT WAS.  THE HISTORY HOLDS THE LIVE CELLS ON EACH EDGE BY
      * GENERATION - ENTRY N IS GENERATION N-1, THE SAME AS THE
      * POPULATION HISTORY - ZERO BEFORE A CHECKPOINT RESTART.  A
      * WRAPPED BOARD HAS NO EDGES AND LEAVES ALL OF THIS CLEAR.
           02 LS-END-QUALIFIER     PIC X(13).
           02 LS-EDGE-CONTACT OCCURS 4 TIMES.
              03 LS-EDGE-TOUCHED   PIC X.
              03 LS-EDGE-FIRST-GEN PIC 9(3).
           02 LS-EDGE-LIVE-HISTORY.
              03 LS-EDGE-HISTORY OCCURS 201 TIMES.
                 04 LS-EDGE-LIVE-CELLS PIC 9(2) OCCURS 4 TIMES.
