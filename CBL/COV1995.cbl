      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1995.
       AUTHOR.         GEORGES B.
      *    Crude and age-standardised death rates per 100K, per
      *    country per month. COVID19A carries cumulative deaths by
      *    age band; a month's deaths in a band are the band's figure
      *    at the month's last reported date less the one at the
      *    previous month's (a country's first month on file counts
      *    from zero). Each band is divided by its POPAGEBD
      *    population; the crude rate is all deaths over all bands'
      *    population, the age-standardised rate weights each band's
      *    rate by the fixed standard population below, so an old
      *    country and a young one can be set side by side. Each
      *    month prints on its own page, countries in age-standardised
      *    order with their rank on both measures. A country with a
      *    band missing from POPAGEBD prints NO POP and is not ranked;
      *    a band the standard does not know prints NO STD ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19A-FILE       ASSIGN COVID19A
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS AB-KEY
                    FILE STATUS         IS WS-COVID19A-STATUS
           .
           SELECT   POPAGEBD-FILE       ASSIGN POPAGEBD
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS PA-KEY
                    FILE STATUS         IS WS-POPAGEBD-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19A-FILE.
       COPY COVID19A REPLACING       ==:TAG1:== BY ==COVID19A==
                                     ==:TAG2:== BY ==AB==.
      *
       FD  POPAGEBD-FILE.
       COPY POPAGEBD REPLACING       ==:TAG1:== BY ==POPAGEBD==
                                     ==:TAG2:== BY ==PA==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19A-STATUS          PIC 99 VALUE ZEROS.
       01  WS-POPAGEBD-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-GROUP-OPEN            PIC X VALUE 'N'.
            88 WS-GROUP-OPEN-YES       VALUE 'Y'.
           03 WS-POP-MISSING           PIC X VALUE 'N'.
            88 WS-POP-MISSING-YES      VALUE 'Y'.
           03 WS-STD-MISSING           PIC X VALUE 'N'.
            88 WS-STD-MISSING-YES      VALUE 'Y'.
           03 WS-FIRST-PAGE            PIC X VALUE 'Y'.
            88 WS-FIRST-PAGE-YES       VALUE 'Y'.
      *
      *    PARM MONTHS AS YYYYMM - ZEROS FOR AN OPEN END ***
       01  WS-RUN-PARMS.
           03 WS-START-MONTH           PIC 9(06) VALUE ZEROES.
           03 WS-END-MONTH             PIC 9(06) VALUE ZEROES.
      *
      *    STANDARD POPULATION PER 100,000, GROUPED FROM THE WHO WORLD
      *    STANDARD TO THE COVID19A BAND LABELS. A CHANGE HERE CHANGES
      *    EVERY AGE-STANDARDISED FIGURE EVER PUBLISHED - LEAVE IT ***
       01  WS-STD-POP-VALUES.
           03 FILLER                   PIC X(05) VALUE '00-17'.
           03 FILLER                   PIC 9(06) VALUE 031190.
           03 FILLER                   PIC X(05) VALUE '18-49'.
           03 FILLER                   PIC 9(06) VALUE 046930.
           03 FILLER                   PIC X(05) VALUE '50-64'.
           03 FILLER                   PIC 9(06) VALUE 013640.
           03 FILLER                   PIC X(05) VALUE '65+  '.
           03 FILLER                   PIC 9(06) VALUE 008240.
       01  WS-STD-POP-TABLE REDEFINES WS-STD-POP-VALUES.
           03 WS-STD-ENTRY OCCURS 4 TIMES
                            INDEXED BY WS-STD-IDX.
              05 WS-STD-BAND           PIC X(05).
              05 WS-STD-WEIGHT         PIC 9(06).
      *
       01  WS-CURR-CODE                PIC X(05) VALUE SPACES.
       01  WS-WORK-MONTH               PIC 9(06) VALUE ZEROES.
      *
      *    THE COUNTRY IN HAND: ITS BANDS AS COVID19A SENDS THEM, AND
      *    EACH MONTH'S CUMULATIVE DEATHS PER BAND AS AT THE MONTH'S
      *    LAST REPORTED DATE ***
       01  WS-CB-TABLE.
           03 WS-CB-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-CB-IDX.
              05 WS-CB-LABEL           PIC X(05).
              05 WS-CB-POPULATION      PIC 9(11).
              05 WS-CB-WEIGHT          PIC 9(06).
       01  WS-CB-COUNT                 PIC 9(02) VALUE ZEROS.
       01  WS-CB-FOUND-SW              PIC X VALUE 'N'.
            88 WS-CB-FOUND             VALUE 'Y'.
      *
       01  WS-CM-TABLE.
           03 WS-CM-ENTRY OCCURS 72 TIMES
                           INDEXED BY WS-CM-IDX WS-CM-PREV.
              05 WS-CM-MONTH           PIC 9(06).
              05 WS-CM-DEATHS OCCURS 20 TIMES
                                       PIC 9(09).
       01  WS-CM-COUNT                 PIC 9(03) VALUE ZEROS.
      *
       01  WS-RATE-WORK.
           03 WS-TOTAL-POPULATION      PIC 9(13) VALUE ZEROES.
           03 WS-STD-COVERAGE          PIC 9(07) VALUE ZEROES.
           03 WS-BAND-MONTH-DEATHS     PIC S9(09) VALUE ZEROES.
           03 WS-MONTH-DEATHS          PIC 9(11) VALUE ZEROES.
           03 WS-WEIGHTED-SUM          PIC 9(13)V9(04) VALUE ZEROES.
           03 WS-BAND-RATE             PIC 9(09)V9(04) VALUE ZEROES.
      *
      *    EVERY COUNTRY-MONTH IN THE RANGE, FOR THE RANKING PASS ***
       01  WS-RES-TABLE.
           03 WS-RES-ENTRY OCCURS 6000 TIMES
                            INDEXED BY WS-RES-IDX.
              05 WS-RES-CODE           PIC X(05).
              05 WS-RES-MONTH          PIC 9(06).
              05 WS-RES-DEATHS         PIC 9(11).
              05 WS-RES-POPULATION     PIC 9(13).
              05 WS-RES-CRUDE          PIC 9(07)V99.
              05 WS-RES-ASR            PIC 9(07)V99.
              05 WS-RES-RANKABLE       PIC X(01).
              05 WS-RES-NOTE           PIC X(08).
       01  WS-RES-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-RES-MIN-MONTH            PIC 9(06) VALUE ZEROES.
       01  WS-RES-MAX-MONTH            PIC 9(06) VALUE ZEROES.
      *
      *    ONE MONTH'S COUNTRIES, SORTED AND RANKED IN PLACE ***
       01  WS-MON-TABLE.
           03 WS-MON-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-MON-IDX WS-MON-IDX-2.
              05 WS-MON-CODE           PIC X(05).
              05 WS-MON-DEATHS         PIC 9(11).
              05 WS-MON-POPULATION     PIC 9(13).
              05 WS-MON-CRUDE          PIC 9(07)V99.
              05 WS-MON-ASR            PIC 9(07)V99.
              05 WS-MON-RANKABLE       PIC X(01).
              05 WS-MON-NOTE           PIC X(08).
              05 WS-MON-CRUDE-RANK     PIC 9(05).
              05 WS-MON-ASR-RANK       PIC 9(05).
       01  WS-MON-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-RANK-NUMBER              PIC 9(05) VALUE ZEROES.
       01  WS-SORT-BY                  PIC X(01) VALUE 'C'.
            88 WS-SORT-BY-CRUDE        VALUE 'C'.
            88 WS-SORT-BY-ASR          VALUE 'A'.
       01  WS-SWAP-HOLD                PIC X(80) VALUE SPACES.
      *
       01  WS-ITER-MONTH               PIC 9(06) VALUE ZEROES.
       01  WS-ITER-MONTH-R REDEFINES WS-ITER-MONTH.
           03 WS-ITER-YEAR             PIC 9(04).
           03 WS-ITER-MM               PIC 9(02).
      *
       01  WS-COUNTERS.
           03 WS-COUNTRIES-SEEN        PIC 9(05) VALUE ZEROES.
           03 WS-ROWS-LISTED           PIC 9(07) VALUE ZEROES.
           03 WS-ROWS-NO-POP           PIC 9(05) VALUE ZEROES.
           03 WS-ROWS-NO-STD           PIC 9(05) VALUE ZEROES.
           03 WS-ROWS-OVERFLOW         PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1995'.
           03 FILLER                   PIC X(50) VALUE
                '*** AGE-STANDARDISED DEATH RATES PER 100K *** '.
           03 FILLER                   PIC X(07) VALUE 'MONTH '.
           03 H1-MONTH-O               PIC X(07).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(14) VALUE 'DEATHS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(18) VALUE 'POPULATION'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'CRUDE/100K'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE 'RANK'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'AGE-STD/100K'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE 'RANK'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'NOTE'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 D1-DEATHS-O              PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-POPULATION-O          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(03).
           03 D1-CRUDE-O               PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(01).
           03 D1-CRUDE-RANK-O          PIC ZZZZ9.
           03 FILLER                   PIC X(03).
           03 D1-ASR-O                 PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(01).
           03 D1-ASR-RANK-O            PIC ZZZZ9.
           03 FILLER                   PIC X(03).
           03 D1-NOTE-O                PIC X(08).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='202101202106' - ZEROS FOR AN OPEN END ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-START-MONTH      PIC 9(06).
           03 LK-PARM-END-MONTH        PIC 9(06).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-START-MONTH TO WS-START-MONTH
              MOVE LK-PARM-END-MONTH   TO WS-END-MONTH
           ELSE
              DISPLAY '*** Start month YYYYMM, or 0 for all: '
              ACCEPT WS-START-MONTH
              DISPLAY '*** End month YYYYMM, or 0 for all: '
              ACCEPT WS-END-MONTH
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-COVID19A-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF WS-GROUP-OPEN-YES AND AB-CODE NOT = WS-CURR-CODE
                 PERFORM FINISH-ONE-COUNTRY
              END-IF
              PERFORM TALLY-ONE-BAND
              PERFORM READ-COVID19A-NEXT
           END-PERFORM
           IF WS-GROUP-OPEN-YES
              PERFORM FINISH-ONE-COUNTRY
           END-IF
           IF WS-RES-COUNT > ZERO
              MOVE WS-RES-MIN-MONTH  TO WS-ITER-MONTH
              PERFORM UNTIL WS-ITER-MONTH > WS-RES-MAX-MONTH
                 PERFORM WRITE-ONE-MONTH-PAGE
                 PERFORM NEXT-ITER-MONTH
              END-PERFORM
           END-IF
           DISPLAY 'Countries READ: '               WS-COUNTRIES-SEEN
           DISPLAY 'Country-months LISTED: '        WS-ROWS-LISTED
           DISPLAY 'Country-months NO POP: '        WS-ROWS-NO-POP
           DISPLAY 'Country-months NO STD: '        WS-ROWS-NO-STD
           IF WS-ROWS-OVERFLOW > ZERO
              DISPLAY '*** Country-months past the table: '
                          WS-ROWS-OVERFLOW
           END-IF
           CLOSE COVID19A-FILE POPAGEBD-FILE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT  COVID19A-FILE
           IF WS-COVID19A-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING COVID19A-FILE-STATUS: '
                          WS-COVID19A-STATUS
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    WITHOUT THE BAND POPULATIONS THERE IS NO RATE TO PRINT ***
           OPEN INPUT  POPAGEBD-FILE
           IF WS-POPAGEBD-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING POPAGEBD-FILE-STATUS: '
                          WS-POPAGEBD-STATUS
              MOVE 8                 TO RETURN-CODE
              CLOSE COVID19A-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           .
      *
       READ-COVID19A-NEXT.
           READ COVID19A-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
      *    KEY ORDER IS CODE, DATE, BAND - SO A LATER DATE IN THE SAME
      *    MONTH SIMPLY OVERWRITES THE BAND'S CUMULATIVE FIGURE ***
       TALLY-ONE-BAND.
           IF NOT WS-GROUP-OPEN-YES
              MOVE 'Y'               TO WS-GROUP-OPEN
              MOVE AB-CODE           TO WS-CURR-CODE
              MOVE ZEROS             TO WS-CB-COUNT WS-CM-COUNT
              ADD 1                  TO WS-COUNTRIES-SEEN
           END-IF
           PERFORM FIND-COUNTRY-BAND
           IF NOT WS-CB-FOUND
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-MONTH = AB-DATE-YEAR * 100 + AB-DATE-MONTH
           IF WS-CM-COUNT = ZERO
              PERFORM ADD-COUNTRY-MONTH
           ELSE
              SET WS-CM-IDX          TO WS-CM-COUNT
              IF WS-CM-MONTH (WS-CM-IDX) NOT = WS-WORK-MONTH
                 PERFORM ADD-COUNTRY-MONTH
              END-IF
           END-IF
           SET WS-CM-IDX             TO WS-CM-COUNT
           MOVE AB-DEATHS            TO WS-CM-DEATHS (WS-CM-IDX,
                                                       WS-CB-IDX)
           .
      *
       FIND-COUNTRY-BAND.
           MOVE 'N'                  TO WS-CB-FOUND-SW
           IF WS-CB-COUNT > ZERO
              SET WS-CB-IDX          TO 1
              SEARCH WS-CB-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CB-IDX > WS-CB-COUNT
                    CONTINUE
                 WHEN WS-CB-LABEL (WS-CB-IDX) = AB-AGE-BAND
                    MOVE 'Y'         TO WS-CB-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT WS-CB-FOUND AND WS-CB-COUNT < 20
              ADD 1                  TO WS-CB-COUNT
              SET WS-CB-IDX          TO WS-CB-COUNT
              MOVE AB-AGE-BAND       TO WS-CB-LABEL (WS-CB-IDX)
              MOVE ZEROES            TO WS-CB-POPULATION (WS-CB-IDX)
                                        WS-CB-WEIGHT (WS-CB-IDX)
              MOVE 'Y'               TO WS-CB-FOUND-SW
      *       A BAND FIRST SEEN MID-SERIES HAD NOTHING BEFORE ***
              PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                 UNTIL WS-CM-IDX > WS-CM-COUNT
                 MOVE ZEROES         TO WS-CM-DEATHS (WS-CM-IDX,
                                                       WS-CB-IDX)
              END-PERFORM
           END-IF
           .
      *
      *    A NEW MONTH STARTS FROM THE PREVIOUS MONTH'S FIGURES, SO A
      *    BAND NOT REPORTED THIS MONTH SHOWS NO DEATHS RATHER THAN
      *    A DROP TO ZERO. PAST THE TABLE THE OLDEST MONTH GOES ***
       ADD-COUNTRY-MONTH.
           IF WS-CM-COUNT >= 72
              PERFORM VARYING WS-CM-IDX FROM 2 BY 1
                 UNTIL WS-CM-IDX > WS-CM-COUNT
                 SET WS-CM-PREV      TO WS-CM-IDX
                 SET WS-CM-PREV      DOWN BY 1
                 MOVE WS-CM-ENTRY (WS-CM-IDX)
                                     TO WS-CM-ENTRY (WS-CM-PREV)
              END-PERFORM
              SUBTRACT 1             FROM WS-CM-COUNT
           END-IF
           ADD 1                     TO WS-CM-COUNT
           SET WS-CM-IDX             TO WS-CM-COUNT
           IF WS-CM-COUNT = 1
              INITIALIZE WS-CM-ENTRY (WS-CM-IDX)
           ELSE
              SET WS-CM-PREV         TO WS-CM-IDX
              SET WS-CM-PREV         DOWN BY 1
              MOVE WS-CM-ENTRY (WS-CM-PREV) TO WS-CM-ENTRY (WS-CM-IDX)
           END-IF
           MOVE WS-WORK-MONTH        TO WS-CM-MONTH (WS-CM-IDX)
           .
      *
      *    BAND POPULATIONS AND STANDARD WEIGHTS ONCE PER COUNTRY, THEN
      *    ONE RESULT ROW FOR EACH OF ITS MONTHS IN THE RANGE ***
       FINISH-ONE-COUNTRY.
           MOVE 'N'                  TO WS-POP-MISSING WS-STD-MISSING
           MOVE ZEROES               TO WS-TOTAL-POPULATION
                                        WS-STD-COVERAGE
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-COUNT
              PERFORM LOAD-BAND-POPULATION
              PERFORM LOAD-BAND-WEIGHT
           END-PERFORM
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-COUNT
              IF (WS-START-MONTH = ZERO OR
                  WS-CM-MONTH (WS-CM-IDX) NOT < WS-START-MONTH) AND
                 (WS-END-MONTH = ZERO OR
                  WS-CM-MONTH (WS-CM-IDX) NOT > WS-END-MONTH)
                 PERFORM RATE-ONE-COUNTRY-MONTH
              END-IF
           END-PERFORM
           MOVE 'N'                  TO WS-GROUP-OPEN
           .
      *
       LOAD-BAND-POPULATION.
           MOVE WS-CURR-CODE         TO PA-CODE
           MOVE WS-CB-LABEL (WS-CB-IDX) TO PA-AGE-BAND
           READ POPAGEBD-FILE
              INVALID KEY
                 MOVE 'Y'            TO WS-POP-MISSING
              NOT INVALID KEY
                 MOVE PA-POPULATION  TO WS-CB-POPULATION (WS-CB-IDX)
                 ADD PA-POPULATION   TO WS-TOTAL-POPULATION
           END-READ
           IF WS-CB-POPULATION (WS-CB-IDX) = ZERO
              MOVE 'Y'               TO WS-POP-MISSING
           END-IF
           .
      *
       LOAD-BAND-WEIGHT.
           SET WS-STD-IDX            TO 1
           SEARCH WS-STD-ENTRY
              AT END
                 MOVE 'Y'            TO WS-STD-MISSING
              WHEN WS-STD-BAND (WS-STD-IDX) = WS-CB-LABEL (WS-CB-IDX)
                 MOVE WS-STD-WEIGHT (WS-STD-IDX)
                                     TO WS-CB-WEIGHT (WS-CB-IDX)
                 ADD WS-STD-WEIGHT (WS-STD-IDX) TO WS-STD-COVERAGE
           END-SEARCH
           .
      *
      *    THE MONTH'S DEATHS IN EACH BAND ARE THIS MONTH'S CUMULATIVE
      *    LESS LAST MONTH'S; A DOWNWARD RESTATEMENT COUNTS AS NONE ***
       RATE-ONE-COUNTRY-MONTH.
           IF WS-RES-COUNT >= 6000
              ADD 1                  TO WS-ROWS-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES               TO WS-MONTH-DEATHS WS-WEIGHTED-SUM
           SET WS-CM-PREV            TO WS-CM-IDX
           IF WS-CM-IDX > 1
              SET WS-CM-PREV         DOWN BY 1
           END-IF
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-COUNT
              MOVE WS-CM-DEATHS (WS-CM-IDX, WS-CB-IDX)
                                     TO WS-BAND-MONTH-DEATHS
              IF WS-CM-IDX > 1
                 SUBTRACT WS-CM-DEATHS (WS-CM-PREV, WS-CB-IDX)
                                     FROM WS-BAND-MONTH-DEATHS
              END-IF
              IF WS-BAND-MONTH-DEATHS < ZERO
                 MOVE ZEROES         TO WS-BAND-MONTH-DEATHS
              END-IF
              ADD WS-BAND-MONTH-DEATHS TO WS-MONTH-DEATHS
              IF WS-CB-POPULATION (WS-CB-IDX) > ZERO
                 COMPUTE WS-BAND-RATE ROUNDED =
                    WS-BAND-MONTH-DEATHS * 100000
                       / WS-CB-POPULATION (WS-CB-IDX)
                 COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
                    WS-BAND-RATE * WS-CB-WEIGHT (WS-CB-IDX)
              END-IF
           END-PERFORM
           ADD 1                     TO WS-RES-COUNT
           SET WS-RES-IDX            TO WS-RES-COUNT
           MOVE WS-CURR-CODE         TO WS-RES-CODE (WS-RES-IDX)
           MOVE WS-CM-MONTH (WS-CM-IDX) TO WS-RES-MONTH (WS-RES-IDX)
           MOVE WS-MONTH-DEATHS      TO WS-RES-DEATHS (WS-RES-IDX)
           MOVE WS-TOTAL-POPULATION  TO WS-RES-POPULATION (WS-RES-IDX)
           MOVE ZEROES               TO WS-RES-CRUDE (WS-RES-IDX)
                                        WS-RES-ASR (WS-RES-IDX)
           MOVE 'Y'                  TO WS-RES-RANKABLE (WS-RES-IDX)
           MOVE SPACES               TO WS-RES-NOTE (WS-RES-IDX)
           EVALUATE TRUE
              WHEN WS-POP-MISSING-YES
                 MOVE 'N'            TO WS-RES-RANKABLE (WS-RES-IDX)
                 MOVE 'NO POP'       TO WS-RES-NOTE (WS-RES-IDX)
                 ADD 1               TO WS-ROWS-NO-POP
              WHEN WS-STD-MISSING-YES OR WS-STD-COVERAGE = ZERO
                 MOVE 'N'            TO WS-RES-RANKABLE (WS-RES-IDX)
                 MOVE 'NO STD'       TO WS-RES-NOTE (WS-RES-IDX)
                 ADD 1               TO WS-ROWS-NO-STD
                 COMPUTE WS-RES-CRUDE (WS-RES-IDX) ROUNDED =
                    WS-MONTH-DEATHS * 100000 / WS-TOTAL-POPULATION
              WHEN OTHER
                 COMPUTE WS-RES-CRUDE (WS-RES-IDX) ROUNDED =
                    WS-MONTH-DEATHS * 100000 / WS-TOTAL-POPULATION
      *          A COUNTRY REPORTING FEWER BANDS THAN THE STANDARD IS
      *          WEIGHTED OVER THE BANDS IT HAS, AND SAYS SO ***
                 COMPUTE WS-RES-ASR (WS-RES-IDX) ROUNDED =
                    WS-WEIGHTED-SUM / WS-STD-COVERAGE
                 IF WS-STD-COVERAGE < 100000
                    MOVE 'PART STD'  TO WS-RES-NOTE (WS-RES-IDX)
                 END-IF
           END-EVALUATE
           IF WS-RES-COUNT = 1 OR
              WS-CM-MONTH (WS-CM-IDX) < WS-RES-MIN-MONTH
              MOVE WS-CM-MONTH (WS-CM-IDX) TO WS-RES-MIN-MONTH
           END-IF
           IF WS-CM-MONTH (WS-CM-IDX) > WS-RES-MAX-MONTH
              MOVE WS-CM-MONTH (WS-CM-IDX) TO WS-RES-MAX-MONTH
           END-IF
           .
      *
       NEXT-ITER-MONTH.
           IF WS-ITER-MM >= 12
              ADD 1                  TO WS-ITER-YEAR
              MOVE 1                 TO WS-ITER-MM
           ELSE
              ADD 1                  TO WS-ITER-MM
           END-IF
           .
      *
      *    PULL THE MONTH'S ROWS OUT, RANK ON CRUDE, THEN RE-SORT AND
      *    RANK ON AGE-STANDARDISED, THE ORDER THEY PRINT IN ***
       WRITE-ONE-MONTH-PAGE.
           MOVE ZEROES               TO WS-MON-COUNT
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > WS-RES-COUNT
              IF WS-RES-MONTH (WS-RES-IDX) = WS-ITER-MONTH AND
                 WS-MON-COUNT < 300
                 PERFORM ADD-MONTH-ENTRY
              END-IF
           END-PERFORM
           IF WS-MON-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'                  TO WS-SORT-BY
           PERFORM SORT-MONTH-TABLE
           PERFORM ASSIGN-MONTH-RANKS
           MOVE 'A'                  TO WS-SORT-BY
           PERFORM SORT-MONTH-TABLE
           PERFORM ASSIGN-MONTH-RANKS
           PERFORM WRITE-MONTH-HEADERS
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > WS-MON-COUNT
              PERFORM WRITE-ONE-RATE-LINE
           END-PERFORM
           .
      *
       ADD-MONTH-ENTRY.
           ADD 1                     TO WS-MON-COUNT
           SET WS-MON-IDX            TO WS-MON-COUNT
           MOVE WS-RES-CODE (WS-RES-IDX)  TO WS-MON-CODE (WS-MON-IDX)
           MOVE WS-RES-DEATHS (WS-RES-IDX)
                                     TO WS-MON-DEATHS (WS-MON-IDX)
           MOVE WS-RES-POPULATION (WS-RES-IDX)
                                     TO WS-MON-POPULATION (WS-MON-IDX)
           MOVE WS-RES-CRUDE (WS-RES-IDX) TO WS-MON-CRUDE (WS-MON-IDX)
           MOVE WS-RES-ASR (WS-RES-IDX)   TO WS-MON-ASR (WS-MON-IDX)
           MOVE WS-RES-RANKABLE (WS-RES-IDX)
                                     TO WS-MON-RANKABLE (WS-MON-IDX)
           MOVE WS-RES-NOTE (WS-RES-IDX)  TO WS-MON-NOTE (WS-MON-IDX)
           MOVE ZEROES               TO WS-MON-CRUDE-RANK (WS-MON-IDX)
                                        WS-MON-ASR-RANK (WS-MON-IDX)
           .
      *
      *    DESCENDING BUBBLE SORT (SAME AS COV1904) - ROWS THAT CANNOT
      *    BE RANKED SINK TO THE BOTTOM WHATEVER THEIR FIGURES ***
       SORT-MONTH-TABLE.
           IF WS-MON-COUNT < 2
              EXIT PARAGRAPH
           END-IF
           PERFORM WS-MON-COUNT TIMES
              PERFORM VARYING WS-MON-IDX-2 FROM 2 BY 1
                 UNTIL WS-MON-IDX-2 > WS-MON-COUNT
                 EVALUATE TRUE
                    WHEN WS-MON-RANKABLE (WS-MON-IDX-2) = 'Y' AND
                         WS-MON-RANKABLE (WS-MON-IDX-2 - 1) = 'N'
                       PERFORM SWAP-MONTH-ENTRIES
                    WHEN WS-MON-RANKABLE (WS-MON-IDX-2) NOT =
                         WS-MON-RANKABLE (WS-MON-IDX-2 - 1)
                       CONTINUE
                    WHEN WS-SORT-BY-CRUDE
                       IF WS-MON-CRUDE (WS-MON-IDX-2) >
                          WS-MON-CRUDE (WS-MON-IDX-2 - 1)
                          PERFORM SWAP-MONTH-ENTRIES
                       END-IF
                    WHEN OTHER
                       IF WS-MON-ASR (WS-MON-IDX-2) >
                          WS-MON-ASR (WS-MON-IDX-2 - 1)
                          PERFORM SWAP-MONTH-ENTRIES
                       END-IF
                 END-EVALUATE
              END-PERFORM
           END-PERFORM
           .
      *
       SWAP-MONTH-ENTRIES.
           MOVE WS-MON-ENTRY (WS-MON-IDX-2) TO WS-SWAP-HOLD
           MOVE WS-MON-ENTRY (WS-MON-IDX-2 - 1) TO
                                  WS-MON-ENTRY (WS-MON-IDX-2)
           MOVE WS-SWAP-HOLD TO WS-MON-ENTRY (WS-MON-IDX-2 - 1)
           .
      *
       ASSIGN-MONTH-RANKS.
           MOVE ZEROES               TO WS-RANK-NUMBER
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > WS-MON-COUNT
              IF WS-MON-RANKABLE (WS-MON-IDX) = 'Y'
                 ADD 1               TO WS-RANK-NUMBER
                 IF WS-SORT-BY-CRUDE
                    MOVE WS-RANK-NUMBER
                                     TO WS-MON-CRUDE-RANK (WS-MON-IDX)
                 ELSE
                    MOVE WS-RANK-NUMBER
                                     TO WS-MON-ASR-RANK (WS-MON-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       WRITE-MONTH-HEADERS.
           MOVE WS-ITER-MONTH (1:4)  TO H1-MONTH-O (1:4)
           MOVE '-'                  TO H1-MONTH-O (5:1)
           MOVE WS-ITER-MONTH (5:2)  TO H1-MONTH-O (6:2)
           MOVE SPACES               TO PRINT-REC
           IF WS-FIRST-PAGE-YES
              WRITE PRINT-REC      FROM WS-HEADER-1
              MOVE 'N'               TO WS-FIRST-PAGE
           ELSE
              WRITE PRINT-REC      FROM WS-HEADER-1
                                     AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
       WRITE-ONE-RATE-LINE.
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE WS-MON-CODE (WS-MON-IDX)       TO D1-CODE-O
           MOVE WS-MON-DEATHS (WS-MON-IDX)     TO D1-DEATHS-O
           MOVE WS-MON-POPULATION (WS-MON-IDX) TO D1-POPULATION-O
           IF WS-MON-NOTE (WS-MON-IDX) NOT = 'NO POP'
              MOVE WS-MON-CRUDE (WS-MON-IDX)   TO D1-CRUDE-O
           END-IF
           IF WS-MON-RANKABLE (WS-MON-IDX) = 'Y'
              MOVE WS-MON-CRUDE-RANK (WS-MON-IDX) TO D1-CRUDE-RANK-O
              MOVE WS-MON-ASR (WS-MON-IDX)     TO D1-ASR-O
              MOVE WS-MON-ASR-RANK (WS-MON-IDX) TO D1-ASR-RANK-O
           END-IF
           MOVE WS-MON-NOTE (WS-MON-IDX)       TO D1-NOTE-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           ADD 1                     TO WS-ROWS-LISTED
           .
      *
