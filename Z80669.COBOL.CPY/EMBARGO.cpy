      **** EMBARGO FILE ***
      **** CREATED BY GBS ***
      **** PUBLICATION EMBARGO REGISTER: ONE RECORD PER COUNTRY (OR
      **** 'ALL' FOR EVERY COUNTRY) PER POSITION DATE THAT MAY NOT
      **** LEAVE THE SHOP BEFORE ITS RELEASE DATE AND TIME - FIGURES
      **** HELD FOR THE MINISTER'S PRESS CONFERENCE. MAINTAINED UNDER
      **** CHECKER AUTHORITY BY PGRM COV2010, LISTED BY COV2011 AND
      **** CONSULTED THROUGH SUB0012 BY EVERY OUTBOUND INTERFACE.
      **** AN EMBARGO LAPSES BY ITSELF ONCE THE RELEASE TIME PASSES;
      **** NOTHING HAS TO BE DELETED FOR THE FIGURES TO GO OUT ***
      **** EXAMPLE:
      *COPY EMBARGO REPLACING ==:TAG1:== BY EMBARGO
      *                       ==:TAG2:== BY EM.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
      *    A C-CODE, OR 'ALL' FOR EVERY COUNTRY ***
             05 :TAG2:-CODE            PIC X(05).
                88 :TAG2:-ALL-COUNTRIES VALUE 'ALL'.
             05 :TAG2:-POS-DATE        PIC 9(08).
           03 :TAG2:-RELEASE-DATE      PIC 9(08).
      *    HHMM, LOCAL TIME ***
           03 :TAG2:-RELEASE-TIME      PIC 9(04).
           03 :TAG2:-SET-BY            PIC X(08).
           03 :TAG2:-SET-DATE          PIC 9(08).
           03 :TAG2:-REASON            PIC X(40).
