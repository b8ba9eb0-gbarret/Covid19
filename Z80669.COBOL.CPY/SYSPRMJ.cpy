      **** SYSPRMJ SYSTEM PARAMETER JOURNAL FILE ***
      **** CREATED BY GBS ***
      **** ONE LINE PER SYSPARM ADD/CHANGE/DELETE MADE BY PGRM
      **** COV2024, WITH A TIMESTAMP, THE OPERATOR AND THE VALUE
      **** BEFORE AND AFTER - SO "WHO MOVED THE POSITIVITY LINE AND
      **** FROM WHAT" HAS AN ANSWER ***
      **** EXAMPLE:
      *COPY SYSPRMJ REPLACING     ==:TAG1:== BY SYSPRMJ
      *                           ==:TAG2:== BY PJ.
       01  :TAG1:-REC.
           03 :TAG2:-RUN-DATE            PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-RUN-TIME            PIC 9(06).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-PROGRAM             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    A=ADD, C=CHANGE, D=DELETE ***
           03 :TAG2:-ACTION              PIC X(01).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-OPER-ID             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    THE SYSPARM KEY THE LINE IS ABOUT ***
           03 :TAG2:-PRM-PROGRAM         PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-PRM-NAME            PIC X(20).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-PRM-EFF-DATE        PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    ZERO ON THE SIDE THAT DOESN'T APPLY (BEFORE ON AN ADD,
      *    AFTER ON A DELETE) ***
           03 :TAG2:-BEF-VALUE           PIC S9(09)V9(04)
                                          SIGN IS LEADING SEPARATE.
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-AFT-VALUE           PIC S9(09)V9(04)
                                          SIGN IS LEADING SEPARATE.
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-DESCRIPTION         PIC X(40).
