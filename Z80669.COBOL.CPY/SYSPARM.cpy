      **** SYSPARM FILE ***
      **** CREATED BY GBS ***
      **** SYSTEM PARAMETERS: THE THRESHOLDS THE REPORTS USED TO
      **** CARRY COMPILED IN, ONE RECORD PER PROGRAM, PARAMETER NAME
      **** AND EFFECTIVE-FROM DATE, SO THE MEDICAL TEAM'S CHANGES
      **** NEED NO COMPILE. THE ENTRY IN FORCE ON A DATE IS THE ONE
      **** WITH THE LATEST EFFECTIVE DATE NOT AFTER IT; A PARAMETER
      **** WITH NO ENTRY IN FORCE KEEPS THE PROGRAM'S COMPILED
      **** DEFAULT. MAINTAINED BY PGRM COV2024 (JOURNALED TO
      **** SYSPRMJ), READ THROUGH SUB0015 ***
      **** EXAMPLE:
      *COPY SYSPARM REPLACING ==:TAG1:== BY SYSPARM
      *                       ==:TAG2:== BY SP.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
      *    THE PROGRAM-ID THAT USES THE PARAMETER ***
             05 :TAG2:-PROGRAM         PIC X(08).
             05 :TAG2:-NAME            PIC X(20).
             05 :TAG2:-EFF-DATE        PIC 9(08).
      *    NUMERIC VALUE TO FOUR DECIMALS (0.9000, 5.0000, 100) ***
           03 :TAG2:-VALUE             PIC S9(09)V9(04) COMP-3.
           03 :TAG2:-DESCRIPTION       PIC X(40).
           03 :TAG2:-SET-BY            PIC X(08).
           03 :TAG2:-SET-DATE          PIC 9(08).
