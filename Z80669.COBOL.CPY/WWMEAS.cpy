      **** WWMEAS WASTEWATER MEASUREMENTS FILE ***
      **** CREATED BY GBS ***
      **** ONE RECORD PER SITE AND SAMPLE DATE - THE VIRAL RNA
      **** CONCENTRATION (GENOME COPIES PER LITRE) THE ENVIRONMENTAL
      **** AGENCY MEASURED. LOADED WEEKLY BY PGRM COV2020 FROM THE
      **** AGENCY'S CSV, REPORTED BY PGRM COV2021 ***
      **** EXAMPLE:
      *COPY WWMEAS REPLACING       ==:TAG1:== BY WWMEAS
      *                            ==:TAG2:== BY WM.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-SITE-ID          PIC X(08).
             05 :TAG2:-SAMPLE-DATE      PIC 9(08).
           03 :TAG2:-CONCENTRATION      PIC 9(11)V99 COMP-3.
