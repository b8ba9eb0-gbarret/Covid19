      **** BEDCAPAC FILE ***
      **** CREATED BY GBS ***
      **** HOSPITAL BED CAPACITY BY COUNTRY: GENERAL AND ICU BEDS,
      **** KEYED CODE + EFFECTIVE DATE SO A SURGE WARD OPENING (OR
      **** CLOSING) STARTS A NEW ERA WITHOUT REWRITING THE OLD ONE -
      **** THE ERA IN FORCE ON A DAY IS THE ONE WITH THE LATEST
      **** EFFECTIVE DATE ON OR BEFORE IT. MAINTAINED BY PGRM
      **** COV1986; THE COV1987 OCCUPANCY REPORT DIVIDES THE COVID19H
      **** CENSUS BY IT ***
      **** EXAMPLE:
      *COPY BEDCAPAC REPLACING ==:TAG1:== BY BEDCAPAC
      *                        ==:TAG2:== BY BC.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-EFF-DATE        PIC 9(08).
      *    STAFFED BEDS - GENERAL WARDS AND INTENSIVE CARE ***
           03 :TAG2:-GENERAL-BEDS      PIC 9(09) COMP-3.
           03 :TAG2:-ICU-BEDS          PIC 9(09) COMP-3.
      *    e.g. SURGE WARDS OPENED, FIELD HOSPITAL CLOSED ***
           03 :TAG2:-NOTE              PIC X(30).
