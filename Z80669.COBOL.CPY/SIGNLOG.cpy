      **** SIGNLOG FILE ***
      **** CREATED BY GBS ***
      **** SIGN-ON LOG: ONE LINE PER SIGN-ON EVENT WRITTEN BY THE
      **** SUB0011 SIGN-ON SERVICE - GOOD SIGN-ONS, FAILED ONES,
      **** LOCKOUTS, FORCED AND COMPLETED PASSWORD CHANGES, AND THE
      **** ADMINISTRATOR RESETS AND UNLOCKS (WITH THE ADMIN'S ID).
      **** APPENDED ACROSS RUNS THE WAY AUTHLOG IS ***
      **** EXAMPLE:
      *COPY SIGNLOG REPLACING ==:TAG1:== BY SIGNLOG
      *                       ==:TAG2:== BY SG.
       01  :TAG1:-REC.
           03 :TAG2:-RUN-DATE            PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-RUN-TIME            PIC 9(06).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-OPER-ID             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-CALLER              PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    S=SIGNED ON, F=FAILED, L=LOCKED OUT, E=PASSWORD EXPIRED,
      *    C=PASSWORD CHANGED, R=RESET, U=UNLOCKED ***
           03 :TAG2:-EVENT               PIC X(01).
              88 :TAG2:-SIGNED-ON        VALUE 'S'.
              88 :TAG2:-FAILED           VALUE 'F'.
              88 :TAG2:-LOCKED-OUT       VALUE 'L'.
              88 :TAG2:-EXPIRED          VALUE 'E'.
              88 :TAG2:-CHANGED          VALUE 'C'.
              88 :TAG2:-RESET            VALUE 'R'.
              88 :TAG2:-UNLOCKED         VALUE 'U'.
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    THE ADMINISTRATOR BEHIND AN R OR U, BLANK OTHERWISE ***
           03 :TAG2:-ADMIN-ID            PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-REASON              PIC X(30).
