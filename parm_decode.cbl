          02 BC-RULE-NAME              PIC X(8).
          02 BC-SOUP-DENSITY           PIC 9(3).
          02 BC-SOUP-SEED              PIC 9(9).
          02 BC-DEPT-CODE              PIC X(4).
          02 BC-BUDGET-CELL-GENS       PIC 9(9).
          02 BC-BUDGET-SECONDS         PIC 9(5).
          02 FILLER                    PIC X(16).

       COPY PARMCOMM.

                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "DEPT"
                   IF VALUE-PART NOT = SPACES
                      AND VALUE-PART(5:12) = SPACES
                       MOVE VALUE-PART(1:4) TO BC-DEPT-CODE
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "BUDGET"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                       MOVE VALUE-NUMBER TO BC-BUDGET-CELL-GENS
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN "MAXSECS"
                   PERFORM CONVERT-VALUE-TO-NUMBER
                   IF VALUE-IS-NUMERIC AND VALUE-NUMBER > 0
                      AND VALUE-NUMBER < 100000
                       MOVE VALUE-NUMBER TO BC-BUDGET-SECONDS
                   ELSE
                       PERFORM FLAG-BAD-VALUE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO PDS-ERROR-FLAG
                   MOVE SPACES TO PDS-ERROR-TEXT
