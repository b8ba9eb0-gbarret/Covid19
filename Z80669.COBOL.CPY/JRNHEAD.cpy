      **** JRNHEAD FILE ***
      **** CREATED BY GBS ***
      **** COVID19J CHAIN HEAD LOG: ONE LINE APPENDED EACH NIGHT BY
      **** PGRM COV2015 AFTER A CLEAN VERIFY - THE NUMBER OF JOURNAL
      **** LINES AND THE HASH OF THE LAST ONE. SUB0014 CHECKS THE
      **** LATEST ENTRY ON EVERY VERIFY, SO A JOURNAL CUT SHORT (OR
      **** REWRITTEN FROM THE TOP) NO LONGER MATCHES ITS RECORDED
      **** HEAD EVEN WHEN THE REMAINING LINES CHAIN CLEANLY ***
      **** EXAMPLE:
      *COPY JRNHEAD REPLACING     ==:TAG1:== BY JRNHEAD
      *                           ==:TAG2:== BY JH.
       01  :TAG1:-REC.
           03 :TAG2:-RUN-DATE            PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-RUN-TIME            PIC 9(06).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-RECORDS             PIC 9(09).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-HEAD-HASH.
             05 :TAG2:-HEAD-LANE         PIC 9(09) OCCURS 4 TIMES.
