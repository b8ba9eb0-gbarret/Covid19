      **** AUTHUSE FILE ***
      **** CREATED BY GBS ***
      **** AUTHORITY USE TRAIL: ONE LINE PER PERMISSION CHECK THE
      **** SUB0006 SERVICE GRANTED - WHO USED WHICH OPERAUTH FLAG,
      **** FROM WHICH PROGRAM, AND WHEN. THE REFUSALS STAY ON
      **** AUTHLOG. THE ONLY RECORD OF LOADER AND WATCHLIST USE BY
      **** OPERATOR, SINCE COVID19AU AND WATCHLST CARRY NO ID; READ
      **** BY THE COV2006 ACCESS RECERTIFICATION ***
      **** EXAMPLE:
      *COPY AUTHUSE REPLACING ==:TAG1:== BY AUTHUSE
      *                       ==:TAG2:== BY AK.
       01  :TAG1:-REC.
           03 :TAG2:-RUN-DATE            PIC 9(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-RUN-TIME            PIC 9(06).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-CALLER              PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
           03 :TAG2:-OPER-ID             PIC X(08).
           03 FILLER                     PIC X(01) VALUE SPACE.
      *    M=MAKER, C=CHECKER, L=LOADER, W=WATCHLIST, A=ADMIN ***
           03 :TAG2:-FUNCTION            PIC X(01).
