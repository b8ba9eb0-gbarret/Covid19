      **** THROUGH THE SUB0006 PERMISSION CHECK BY THE MAINTENANCE
      **** PROGRAMS (COV1902, COV1927, COV1916, COV1938, COV1941)
      **** BEFORE THEY ACT - THE TEETH BEHIND COMPLIANCE'S
      **** DUAL-CONTROL MANDATE. MAINTAINED BY PGRM COV1972. THE
      **** ADMIN FLAG TOOK THE RECORD FROM 12 TO 13 BYTES; PGRM
      **** COV2039 MUST CONVERT THE FILE (UNLOAD, RELOAD WITH ADMIN
      **** N) BEFORE THE SUB0006 THAT KNOWS THE FLAG GOES LIVE ***
      **** EXAMPLE:
      *COPY OPERAUTH REPLACING ==:TAG1:== BY OPERAUTH
      *                        ==:TAG2:== BY OA.
              88 :TAG2:-LOADER-YES       VALUE 'Y'.
           03 :TAG2:-WATCHLIST           PIC X(01).
              88 :TAG2:-WATCHLIST-YES    VALUE 'Y'.
      *    CREDENTIAL ADMINISTRATION - RESET/UNLOCK THROUGH COV2005 ***
           03 :TAG2:-ADMIN               PIC X(01).
              88 :TAG2:-ADMIN-YES        VALUE 'Y'.
