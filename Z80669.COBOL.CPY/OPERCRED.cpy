      **** OPERCRED FILE ***
      **** CREATED BY GBS ***
      **** OPERATOR CREDENTIALS: ONE RECORD PER OPERATOR ID WITH THE
      **** HASHED PASSWORD (NEVER THE PASSWORD ITSELF), WHEN IT WAS
      **** LAST CHANGED AND THE RUN OF FAILED SIGN-ONS SINCE THE LAST
      **** GOOD ONE. READ AND UPDATED ONLY THROUGH THE SUB0011
      **** SIGN-ON SERVICE; RESET AND UNLOCK BY AN ADMINISTRATOR
      **** THROUGH PGRM COV2005 ***
      **** EXAMPLE:
      *COPY OPERCRED REPLACING ==:TAG1:== BY OPERCRED
      *                        ==:TAG2:== BY OC.
       01  :TAG1:-REC.
           03 :TAG2:-OPER-ID             PIC X(08).
           03 :TAG2:-PASSWORD-HASH       PIC 9(15) COMP-3.
           03 :TAG2:-LAST-CHANGED        PIC 9(08).
           03 :TAG2:-FAILED-COUNT        PIC 9(02).
           03 :TAG2:-STATUS              PIC X(01).
              88 :TAG2:-ACTIVE           VALUE 'A'.
              88 :TAG2:-LOCKED           VALUE 'L'.
           03 :TAG2:-LOCKED-DATE         PIC 9(08).
      *    Y AFTER AN ADMINISTRATOR RESET - THE TEMPORARY PASSWORD
      *    MUST BE REPLACED AT THE NEXT SIGN-ON ***
           03 :TAG2:-MUST-CHANGE         PIC X(01).
              88 :TAG2:-MUST-CHANGE-YES  VALUE 'Y'.
           03 :TAG2:-LAST-SIGNON-DATE    PIC 9(08).
           03 :TAG2:-LAST-SIGNON-TIME    PIC 9(06).
           03 :TAG2:-RESET-BY            PIC X(08).
