      **** COVID19S FILE ***
      **** CREATED BY GBS ***
      **** CASES AND DEATHS BY VACCINATION STATUS BY COUNTRY/DATE/
      **** STATUS, LOADED BY PGRM COV2017 FROM THE VENDOR'S STATUS
      **** CSV. DAILY FIGURES, SO THE STATUS ROWS OF A DAY SHOULD NOT
      **** ADD UP TO MORE THAN THAT DAY'S CV-NEW-CONFIRMED - PGRM
      **** COV2018 TURNS THEM INTO WEEKLY RATES AGAINST COVID19V AND
      **** POPULATN AND FLAGS A WEEK WHERE THEY DO ***
      **** EXAMPLE:
      *COPY COVID19S REPLACING ==:TAG1:== BY COVID19S
      *                        ==:TAG2:== BY VS.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-DATE.
               07 :TAG2:-DATE-YEAR     PIC 9(04).
               07 :TAG2:-DATE-MONTH    PIC 9(02).
               07 :TAG2:-DATE-DAY      PIC 9(02).
      *    U=UNVACCINATED, P=PARTIALLY, F=FULLY VACCINATED, B=BOOSTED
      *    (A BOOSTED PERSON IS ALSO FULLY VACCINATED ON COVID19V) ***
             05 :TAG2:-STATUS          PIC X(01).
                88 :TAG2:-UNVACCINATED VALUE 'U'.
                88 :TAG2:-PARTIAL      VALUE 'P'.
                88 :TAG2:-FULLY        VALUE 'F'.
                88 :TAG2:-BOOSTED      VALUE 'B'.
                88 :TAG2:-STATUS-VALID VALUE 'U' 'P' 'F' 'B'.
      *    NEW CASES AND DEATHS IN THE STATUS ON THE DATE ***
           03 :TAG2:-CASES             PIC 9(09) COMP-3.
           03 :TAG2:-DEATHS            PIC 9(09) COMP-3.
