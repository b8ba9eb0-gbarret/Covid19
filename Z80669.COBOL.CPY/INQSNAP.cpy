      **** INQSNAP FILE ***
      **** CREATED BY GBS ***
      **** INQUIRY SNAPSHOT STAMP: ONE RECORD, REWRITTEN BY PGRM
      **** COV2034 AT THE END OF THE NIGHTLY CHAIN WHEN IT COPIES
      **** THE LIVE FILES TO THE READ-ONLY INQUIRY COPIES (INQCOVD,
      **** INQCNTRY, INQLATPN, INQCHST, INQCNDX). 'B' WHILE THE COPY
      **** IS BEING BUILT, 'C' ONCE IT IS WHOLE - ONLY A 'C' STAMP
      **** SENDS CAL0002/CAL0003 TO THE COPIES, AND ITS DATE AND
      **** TIME ARE THE "DATA AS OF" THEY SHOW ***
      **** EXAMPLE:
      *COPY INQSNAP REPLACING ==:TAG1:== BY INQSNAP
      *                       ==:TAG2:== BY IS.
       01  :TAG1:-REC.
           03 :TAG2:-STATUS            PIC X(01).
              88 :TAG2:-BUILDING       VALUE 'B'.
              88 :TAG2:-COMPLETE       VALUE 'C'.
      *    WHEN THE COPY STARTED - THE LIVE FILES ARE HELD UNDER THE
      *    SHARED TOKEN FOR ITS LENGTH, SO NOTHING MOVES AFTER IT ***
           03 :TAG2:-SNAP-DATE         PIC 9(08).
           03 :TAG2:-SNAP-TIME         PIC 9(06).
           03 :TAG2:-END-TIME          PIC 9(06).
      *    RECORDS COPIED, BY FILE ***
           03 :TAG2:-COVID19D-COUNT    PIC 9(09).
           03 :TAG2:-COUNTRYS-COUNT    PIC 9(07).
           03 :TAG2:-LATESTPN-COUNT    PIC 9(07).
           03 :TAG2:-CNTRYHST-COUNT    PIC 9(07).
           03 :TAG2:-CNTRYNDX-COUNT    PIC 9(07).
           03 FILLER                   PIC X(20).
