      **** FEEDVALT FILE ***
      **** CREATED BY GBS ***
      **** INBOUND FEED VAULT - EVERY ROW EVERY LOADER READS
      **** (COV1901, COV1913, COV1933, COV1947, COV1968), KEPT
      **** EXACTLY AS IT ARRIVED, KEYED BY THE FEED FILE NAME,
      **** THE LOAD'S RUN NUMBER (SUB0009) AND THE ROW'S LINE
      **** NUMBER WITHIN THE FILE - THE SAME NAME AND LINE THE
      **** LOADERS STAMP IN CV-SOURCE-FILE / CV-SOURCE-LINE. A
      **** CHALLENGED FIGURE SHOWS ITS ORIGINAL ROW IN COV1978,
      **** AND PGRM COV2031 RE-PARSES A NIGHTLY SAMPLE OF ROWS TO
      **** PROVE COVID19D STILL HOLDS WHAT THE FEED SAID ***
      **** EXAMPLE:
      *COPY FEEDVALT REPLACING ==:TAG1:== BY FEEDVALT
      *                        ==:TAG2:== BY FV.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-FILE-NAME      PIC X(40).
              05 :TAG2:-RUN-NUMBER     PIC 9(06).
              05 :TAG2:-LINE-NO        PIC 9(07).
      *    THE LOADER THAT READ THE ROW AND WHEN ***
           03 :TAG2:-LOADER            PIC X(08).
           03 :TAG2:-LOAD-DATE         PIC 9(08).
           03 :TAG2:-LOAD-TIME         PIC 9(06).
      *    ROW LAYOUT - '1' THE QUOTED COV1901 TYPE-1 FEED, '2' THE
      *    PLAIN TYPE-2 LAYOUT (COV1901 TYPE 2, COV1968), SPACE FOR
      *    THE COVID19V/T/H FEEDS, WHOSE LAYOUT THE LOADER NAMES ***
           03 :TAG2:-FEED-TYPE         PIC X(01).
              88 :TAG2:-FEED-TYPE-1    VALUE '1'.
              88 :TAG2:-FEED-TYPE-2    VALUE '2'.
           03 :TAG2:-RAW-TEXT          PIC X(512).
           03 FILLER                   PIC X(20).
