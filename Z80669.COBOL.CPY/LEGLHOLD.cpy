      **** LEGLHOLD FILE ***
      **** CREATED BY GBS ***
      **** LEGAL-HOLD REGISTER: ONE RECORD PER HOLD REFERENCE - A
      **** COUNTRY (OR 'ALL' FOR EVERY COUNTRY) AND A DATE RANGE
      **** WHOSE RECORDS MUST BE KEPT EXACTLY AS THEY STAND FOR AN
      **** INQUIRY OR A LEGAL REQUEST, AND WHICH FILES THE HOLD
      **** COVERS. PLACED AND RELEASED UNDER CHECKER AUTHORITY BY
      **** PGRM COV2035, LISTED BY COV2036 AND CONSULTED THROUGH
      **** SUB0016 BY EVERY JOB THAT ARCHIVES, PURGES, MERGES OR
      **** EXPIRES DATA (COV1908, COV1912, COV1937, COV1944,
      **** COV1953). A RELEASED HOLD STAYS ON FILE WITH WHO RELEASED
      **** IT AND WHEN - THE REGISTER IS NEVER DELETED FROM ***
      **** EXAMPLE:
      *COPY LEGLHOLD REPLACING ==:TAG1:== BY LEGLHOLD
      *                        ==:TAG2:== BY LH.
       01  :TAG1:-REC.
      *    THE HOLD REFERENCE, e.g. PARL-2022-14 ***
           03 :TAG2:-REF               PIC X(12).
      *    A C-CODE, OR 'ALL' FOR EVERY COUNTRY ***
           03 :TAG2:-CODE              PIC X(05).
              88 :TAG2:-ALL-COUNTRIES  VALUE 'ALL'.
      *    THE PERIOD HELD - A ZERO TO-DATE HOLDS EVERYTHING FROM THE
      *    FROM-DATE ON, UNTIL THE HOLD IS RELEASED ***
           03 :TAG2:-FROM-DATE         PIC 9(08).
           03 :TAG2:-TO-DATE           PIC 9(08).
      *    THE FILES COVERED, Y/N EACH:
      *      DAILY   - COVID19D/COVID19DH FIGURES (COV1908 ARCHIVE
      *                PURGE, COV1944 CODE MERGE)
      *      REJECTS - COVID19E/COVID19VE REJECTS AND THE COVID19AU/
      *                COVID19CP LOGS (COV1937 RETENTION)
      *      BACKUPS - THE COUNTRYS/COVID19D UNLOAD GENERATIONS
      *                (COV1912 REORG, COV1953 EXPIRY) ***
           03 :TAG2:-FILES.
             05 :TAG2:-COVER-DAILY     PIC X(01).
                88 :TAG2:-COVERS-DAILY   VALUE 'Y'.
             05 :TAG2:-COVER-REJECTS   PIC X(01).
                88 :TAG2:-COVERS-REJECTS VALUE 'Y'.
             05 :TAG2:-COVER-BACKUPS   PIC X(01).
                88 :TAG2:-COVERS-BACKUPS VALUE 'Y'.
           03 :TAG2:-STATUS            PIC X(01).
              88 :TAG2:-IN-FORCE       VALUE 'A'.
              88 :TAG2:-RELEASED       VALUE 'R'.
           03 :TAG2:-PLACED-BY         PIC X(08).
           03 :TAG2:-PLACED-DATE       PIC 9(08).
           03 :TAG2:-PLACED-TIME       PIC 9(06).
           03 :TAG2:-RELEASED-BY       PIC X(08).
           03 :TAG2:-RELEASED-DATE     PIC 9(08).
           03 :TAG2:-RELEASED-TIME     PIC 9(06).
           03 :TAG2:-REASON            PIC X(40).
           03 FILLER                   PIC X(20).
