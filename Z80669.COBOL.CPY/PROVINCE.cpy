      **** PROVINCE FILE ***
      **** CREATED BY GBS ***
      **** PROVINCE/STATE REFERENCE LIST PER COUNTRY: THE PROVINCE
      **** CODES A SUBNATIONAL FEED MAY SEND FOR EACH COUNTRYS CODE,
      **** WITH THEIR NAMES FOR THE REPORTS. MAINTAINED BY PGRM
      **** COV1989; THE COV1988 LOADER REJECTS A ROW WHOSE PROVINCE
      **** IS NOT LISTED HERE ***
      **** EXAMPLE:
      *COPY PROVINCE REPLACING ==:TAG1:== BY PROVINCE
      *                        ==:TAG2:== BY PV.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-PROV            PIC X(06).
           03 :TAG2:-NAME              PIC X(40).
