           MOVE PROBE-PARM TO LR-PARM-TEXT
           MOVE CERT-NAME(CERT-IX) TO LR-RUN-LABEL
           MOVE 'S' TO LR-ARCHIVE-FLAG
           MOVE 'N' TO LR-CHAIN-FLAG
           INITIALIZE LIFE-RESULTS
           CALL "GAME-OF-LIFE".

