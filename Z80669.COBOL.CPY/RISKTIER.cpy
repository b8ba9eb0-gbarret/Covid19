      **** RISKTIER FILE ***
      **** CREATED BY GBS ***
      **** EFFECTIVE-DATED COUNTRY RISK TIER: ONE RECORD PER TIER A
      **** COUNTRY HAS HELD, KEYED CODE + THE DATA DATE THE TIER
      **** TOOK EFFECT, WRITTEN BY THE NIGHTLY PGRM COV2003 WHEN A
      **** COUNTRY IS FIRST CLASSIFIED OR MOVES TIER. THE INPUTS AND
      **** THE PER-INPUT SUB-TIERS THAT DROVE THE TIER ARE KEPT ON
      **** THE RECORD AS THEY STOOD THAT NIGHT; ONLY LAST-CONFIRMED
      **** MOVES WHILE THE TIER HOLDS. TIER 1 = LOW .. 4 = VERY
      **** HIGH; A SUB-TIER OF 0 MEANS THE INPUT WAS NOT AVAILABLE ***
      **** EXAMPLE:
      *COPY RISKTIER REPLACING ==:TAG1:== BY RISKTIER
      *                        ==:TAG2:== BY RK.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-EFF-FROM        PIC 9(08).
           03 :TAG2:-TIER              PIC 9(01).
      *    THE TIER THIS ONE REPLACED - 0 ON A FIRST CLASSIFICATION **
           03 :TAG2:-PRIOR-TIER        PIC 9(01).
           03 :TAG2:-RUN-DATE          PIC 9(08).
      *    LATEST DATA DATE THE TIER WAS RE-CONFIRMED ON ***
           03 :TAG2:-LAST-CONFIRMED    PIC 9(08).
      *    THE INPUTS OVER THE 14 DAYS ENDING EFF-FROM ***
           03 :TAG2:-CASES-14D         PIC S9(11) COMP-3.
           03 :TAG2:-POPULATION        PIC 9(11) COMP-3.
           03 :TAG2:-CASES-100K        PIC 9(07)V9 COMP-3.
           03 :TAG2:-TESTS-14D         PIC 9(11) COMP-3.
           03 :TAG2:-POSITIVITY        PIC 9(03)V99 COMP-3.
           03 :TAG2:-GROWTH-RATIO      PIC 9(03)V99 COMP-3.
           03 :TAG2:-ICU-CENSUS        PIC 9(09) COMP-3.
           03 :TAG2:-ICU-100K          PIC 9(05)V99 COMP-3.
           03 :TAG2:-SUB-TIERS.
             05 :TAG2:-CASES-TIER      PIC 9(01).
             05 :TAG2:-POSIT-TIER      PIC 9(01).
             05 :TAG2:-GROWTH-TIER     PIC 9(01).
             05 :TAG2:-ICU-TIER        PIC 9(01).
