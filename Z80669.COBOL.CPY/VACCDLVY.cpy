      **** VACCDLVY FILE ***
      **** CREATED BY GBS ***
      **** VACCINE DELIVERIES BY COUNTRY: DOSES RECEIVED, ONE RECORD
      **** PER COUNTRY/DELIVERY DATE/MANUFACTURER, LOADED BY PGRM
      **** COV1992. THE DOSES-ADMINISTERED SIDE IS COVID19V - THE
      **** COV1993 STOCK LEDGER RUNS THE TWO FORWARD TOGETHER ***
      **** EXAMPLE:
      *COPY VACCDLVY REPLACING ==:TAG1:== BY VACCDLVY
      *                        ==:TAG2:== BY VD.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-DATE.
               07 :TAG2:-DATE-YEAR     PIC 9(04).
               07 :TAG2:-DATE-MONTH    PIC 9(02).
               07 :TAG2:-DATE-DAY      PIC 9(02).
      *    e.g. PFIZER, MODERNA, ASTRAZENECA ***
             05 :TAG2:-MANUFACTURER    PIC X(15).
           03 :TAG2:-DOSES-SHIPPED     PIC 9(11) COMP-3.
