      **** VALUE, WITH THE FULL BEFORE AND AFTER FIGURES, SO A
      **** VENDOR RESTATEMENT OF PAST DAYS LEAVES AN AUDIT TRAIL
      **** INSTEAD OF SILENTLY OVERWRITING HISTORY. WRITTEN BY
      **** PGRM COV1901 (UPDATE MODE), REPORTED BY PGRM COV1918.
      **** EVERY LINE IS SEALED BY SUB0014 WITH A HASH OF ITS OWN
      **** CONTENT CHAINED ON THE PREVIOUS LINE'S, SO AN EDITED OR
      **** DELETED LINE BREAKS THE CHAIN; PGRM COV2015 VERIFIES IT ***
      **** EXAMPLE:
      *COPY COVID19J REPLACING     ==:TAG1:== BY COVID19J
      *                            ==:TAG2:== BY JR.
      *    RUN CORRELATION NUMBER (SUB0009) - TIES THE RESTATEMENT
      *    TO THE RUN THAT MADE IT; ZERO ON OLD LINES ***
           03 :TAG2:-RUN-NUMBER          PIC 9(06).
      *    CHAIN SEAL (SUB0014) - FOUR 9-DIGIT LANES EACH. THE HASH
      *    COVERS EVERYTHING UP TO THE RUN NUMBER, ROLLED ON FROM THE
      *    PREVIOUS LINE'S HASH; SPACES ON LINES THAT PREDATE THE
      *    CHAIN ***
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-PREV-HASH.
             05 :TAG2:-PREV-LANE         PIC 9(09) OCCURS 4 TIMES.
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-HASH.
             05 :TAG2:-HASH-LANE         PIC 9(09) OCCURS 4 TIMES.
