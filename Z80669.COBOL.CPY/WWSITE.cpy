      **** WWSITE WASTEWATER SAMPLING-SITE MASTER FILE ***
      **** CREATED BY GBS ***
      **** ONE RECORD PER TREATMENT-PLANT SAMPLING SITE THE
      **** ENVIRONMENTAL AGENCY REPORTS ON: THE COUNTRY IT SITS IN AND
      **** THE POPULATION ITS CATCHMENT SERVES, WHICH WEIGHTS THE
      **** SITE'S CONCENTRATION WHEN PGRM COV2021 ROLLS A COUNTRY'S
      **** SITES UP. MAINTAINED BY PGRM COV2019 ***
      **** EXAMPLE:
      *COPY WWSITE REPLACING       ==:TAG1:== BY WWSITE
      *                            ==:TAG2:== BY WW.
       01  :TAG1:-REC.
           03 :TAG2:-SITE-ID            PIC X(08).
           03 :TAG2:-CODE               PIC X(05).
           03 :TAG2:-CATCHMENT          PIC 9(11) COMP-3.
