           03 :TAG2:-TOTAL-RECOVERED   PIC S9(09) COMP-3.
      *    'Y' MARKS A CARRY-FORWARD RECORD INSERTED BY COV1920 TO
      *    FILL A MISSING CALENDAR DAY - NOT A FIGURE THE VENDOR
      *    EVER SENT. LOADERS WRITE 'N'. 'R' ONLY EVER APPEARS ON
      *    THE COVID19R REDISTRIBUTED SERIES BUILT BY COV1997 - A DAY
      *    WHOSE NEW FIGURES WERE SPREAD BACK FROM A CATCH-UP DAY.
      *    'S' IS A REAL FIGURE FROM THE SECONDARY FEED, FILLED BY
      *    COV2008 FOR A DAY THE PRIMARY VENDOR NEVER DELIVERED; THE
      *    PRIMARY'S OWN ROW REPLACES IT WHEN IT ARRIVES. 'P' IS A
      *    PROVISIONAL ESTIMATE WRITTEN BY COV2032 FROM THE 7-DAY
      *    TREND FOR AN EXPECTED COUNTRY STILL MISSING AT PUBLICATION
      *    TIME - COV1901 REPLACES IT WITH THE REAL ROW ***
           03 :TAG2:-SYNTHETIC-FLAG    PIC X(01).
              88 :TAG2:-IS-SYNTHETIC   VALUE 'Y'.
              88 :TAG2:-IS-REDISTRIBUTED VALUE 'R'.
              88 :TAG2:-IS-SECONDARY   VALUE 'S'.
              88 :TAG2:-IS-PROVISIONAL VALUE 'P'.
      *    WHEN AND HOW THE RECORD LAST CHANGED - A=INSERTED,
      *    C=REWRITTEN - SO COV1907'S DELTA MODE CAN EMIT ONLY WHAT
      *    MOVED SINCE ITS LAST BOOKMARK ***
