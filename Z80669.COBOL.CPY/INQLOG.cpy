      **** INQLOG FILE ***
      **** CREATED BY GBS ***
      **** INQUIRY ACCESS LOG: ONE LINE PER INTERACTIVE LOOKUP MADE
      **** THROUGH SUB0002, SUB0004 OR SUB0008 FROM THE CAL0002 /
      **** CAL0003 DRIVERS (DIRECT OR UNDER THE CAL0005 CONSOLE) -
      **** WHO LOOKED AT WHAT, AND WHEN. THE DRIVER FILLS THE
      **** REQUEST FIELDS AND HANDS THE LINE TO SUB0010, WHICH
      **** STAMPS THE TIME AND THE SIGNED-ON OPERATOR AND APPENDS
      **** IT. READ BY THE COV2004 MONTHLY USAGE REPORT ***
      **** EXAMPLE:
      *COPY INQLOG REPLACING ==:TAG1:== BY INQLOG
      *                      ==:TAG2:== BY IL.
       01  :TAG1:-REC.
           03 :TAG2:-RUN-DATE            PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-RUN-TIME            PIC 9(06).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-OPER-ID             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    THE DRIVER AND THE ACCESS MODULE IT CALLED ***
           03 :TAG2:-PROGRAM             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-SUB-PGM             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-MODE                PIC X(01).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    THE KEY AS REQUESTED (CODE, PREFIX, NAME, CODE+DATE) ***
           03 :TAG2:-KEY                 PIC X(30).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    THE COUNTRY THE LOOKUP ANSWERED WITH, BLANK IF NONE ***
           03 :TAG2:-COUNTRY             PIC X(05).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-OUTCOME             PIC X(01).
              88 :TAG2:-FOUND            VALUE 'Y'.
              88 :TAG2:-NOT-FOUND        VALUE 'N'.
