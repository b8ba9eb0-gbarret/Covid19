      **** SRCPREC FILE ***
      **** CREATED BY GBS ***
      **** PER-COUNTRY SOURCE PRECEDENCE: WHICH FEED IS THE PRIMARY
      **** FOR THE COUNTRY, WHICH FEED STANDS BEHIND IT, AND WHETHER
      **** A DAY THE PRIMARY NEVER DELIVERED MAY BE FILLED FROM THE
      **** SECONDARY. MAINTAINED BY PGRM COV2007, READ BY THE FILL
      **** STEP COV2008. A COUNTRY WITH NO ENTRY IS NEVER FILLED ***
      **** EXAMPLE:
      *COPY SRCPREC REPLACING ==:TAG1:== BY SRCPREC
      *                       ==:TAG2:== BY SP.
       01  :TAG1:-REC.
           03 :TAG2:-CODE              PIC X(05).
      *    FEED NAMES AS THEY ARE STAMPED IN CV-SOURCE-FILE ***
           03 :TAG2:-PRIMARY           PIC X(08).
           03 :TAG2:-SECONDARY         PIC X(08).
           03 :TAG2:-FALLBACK          PIC X(01).
              88 :TAG2:-FALLBACK-YES   VALUE 'Y'.
           03 :TAG2:-CHANGED-DATE      PIC 9(08).
