      **** EXTRLOG AD HOC EXTRACT REQUEST LOG FILE ***
      **** CREATED BY GBS ***
      **** ONE LINE PER EXTRACT REQUEST CARD SET RUN BY PGRM COV2025
      **** - WHO ASKED, WHAT WAS ASKED FOR, THE FILE PRODUCED AND ITS
      **** RECORD COUNTS, OR WHY THE REQUEST WAS REFUSED - APPENDED
      **** ACROSS RUNS ***
      **** EXAMPLE:
      *COPY EXTRLOG REPLACING     ==:TAG1:== BY EXTRLOG
      *                           ==:TAG2:== BY XL.
       01  :TAG1:-REC.
           03 :TAG2:-RUN-DATE            PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-RUN-TIME            PIC 9(06).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-PROGRAM             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-REQ-ID              PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-REQUESTER           PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    DONE, OR REFUSED WITH THE REASON BELOW ***
           03 :TAG2:-OUTCOME             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    C=COUNTRY LIST, R=REGION, W=WATCHLST, A=ALL COUNTRIES ***
           03 :TAG2:-SCOPE-TYPE          PIC X(01).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-SCOPE-REGION        PIC X(20).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-FROM-DATE           PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-TO-DATE             PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-DATASETS            PIC X(04).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    C=CSV, F=FIXED WIDTH ***
           03 :TAG2:-FORMAT              PIC X(01).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-COLUMNS             PIC 9(02).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-COUNTRIES           PIC 9(05).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    DATA ROWS WRITTEN (HDR/TRL NOT COUNTED) AND COUNTRY/DAYS
      *    HELD BACK UNDER EMBARGO ***
           03 :TAG2:-ROWS-WRITTEN        PIC 9(09).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-ROWS-HELD           PIC 9(09).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-FILE-NAME           PIC X(40).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-REASON              PIC X(30).
