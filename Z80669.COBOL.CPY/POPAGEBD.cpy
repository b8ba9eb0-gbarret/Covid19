      **** POPAGEBD FILE ***
      **** CREATED BY GBS ***
      **** COUNTRY POPULATION BY AGE BAND, ONE RECORD PER COUNTRY/
      **** BAND, USING THE SAME AGE-BAND LABELS AS COVID19A SO THE TWO
      **** JOIN ONE FOR ONE; MAINTAINED BY PGRM COV1994 THE WAY
      **** COV1916 MAINTAINS POPULATN, READ BY THE AGE-STANDARDISED
      **** DEATH-RATE REPORT COV1995 ***
      **** EXAMPLE:
      *COPY POPAGEBD REPLACING     ==:TAG1:== BY POPAGEBD
      *                            ==:TAG2:== BY PA.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE             PIC X(05).
      *    e.g. 00-17, 18-49, 50-64, 65+ - AS THE VENDOR SENDS THEM ***
             05 :TAG2:-AGE-BAND         PIC X(05).
           03 :TAG2:-POPULATION         PIC 9(11) COMP-3.
      *    CENSUS/ESTIMATE YEAR THE FIGURE WAS TAKEN FROM ***
           03 :TAG2:-AS-OF-YEAR         PIC 9(04).
