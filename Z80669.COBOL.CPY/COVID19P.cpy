      **** COVID19P FILE ***
      **** CREATED BY GBS ***
      **** SUBNATIONAL (PROVINCE/STATE) CASES BY COUNTRY/DATE,
      **** LOADED BY PGRM COV1988. KEYED COUNTRY + DATE + PROVINCE SO
      **** A COUNTRY'S PROVINCES FOR ONE DAY SIT TOGETHER IN KEY
      **** ORDER - THE COV1991 ROLL-UP RECONCILIATION SUMS THEM WITH
      **** A SIMPLE CONTROL BREAK AND HOLDS THE RESULT AGAINST THE
      **** NATIONAL COVID19D FIGURES. PROVINCE CODES ARE THE ONES ON
      **** THE PROVINCE REFERENCE (SEE PGRM COV1989) ***
      **** EXAMPLE:
      *COPY COVID19P REPLACING ==:TAG1:== BY COVID19P
      *                        ==:TAG2:== BY CVP.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-DATE.
               07 :TAG2:-DATE-YEAR     PIC 9(04).
               07 :TAG2:-DATE-MONTH    PIC 9(02).
               07 :TAG2:-DATE-DAY      PIC 9(02).
             05 :TAG2:-PROV            PIC X(06).
           03 :TAG2:-NEW-CONFIRMED     PIC S9(09) COMP-3.
           03 :TAG2:-TOTAL-CONFIRMED   PIC 9(09) COMP-3.
           03 :TAG2:-NEW-DEATHS        PIC S9(09) COMP-3.
           03 :TAG2:-TOTAL-DEATHS      PIC 9(09) COMP-3.
