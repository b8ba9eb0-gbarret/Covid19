      **** PROVEST FILE ***
      **** CREATED BY GBS ***
      **** PROVISIONAL ESTIMATE REGISTER: ONE RECORD PER CODE+DATE
      **** PGRM COV2032 ESTIMATED BECAUSE THE COUNTRY'S FEED HAD NOT
      **** ARRIVED BY PUBLICATION TIME. IT KEEPS THE ESTIMATED
      **** FIGURES AND THE TREND THEY CAME FROM AFTER COV1901 HAS
      **** REPLACED THE 'P' RECORD ON COVID19D WITH THE REAL ROW, SO
      **** COV2033 CAN SHOW HOW FAR OFF EACH ESTIMATE WAS ***
      **** EXAMPLE:
      *COPY PROVEST REPLACING ==:TAG1:== BY PROVEST
      *                       ==:TAG2:== BY PE.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-DATE            PIC 9(08).
           03 :TAG2:-EST-DATE          PIC 9(08).
           03 :TAG2:-EST-TIME          PIC 9(06).
      *    REAL DAYS IN THE 7-DAY WINDOW THE TREND WAS TAKEN FROM,
      *    AND THE DAY ON FILE THE TOTALS WERE STEPPED ON FROM ***
           03 :TAG2:-TREND-DAYS        PIC 9(01).
           03 :TAG2:-BASE-DATE         PIC 9(08).
      *    THE FIGURES AS ESTIMATED ***
           03 :TAG2:-NEW-CONFIRMED     PIC S9(09) COMP-3.
           03 :TAG2:-TOTAL-CONFIRMED   PIC 9(09) COMP-3.
           03 :TAG2:-NEW-DEATHS        PIC S9(09) COMP-3.
           03 :TAG2:-TOTAL-DEATHS      PIC 9(09) COMP-3.
           03 :TAG2:-NEW-RECOVERED     PIC S9(09) COMP-3.
           03 :TAG2:-TOTAL-RECOVERED   PIC S9(09) COMP-3.
           03 FILLER                   PIC X(20).
