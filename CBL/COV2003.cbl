      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2003.
       AUTHOR.         GEORGES B.
      *    Nightly composite risk-tier classification. For each
      *    country, over the 14 days ending its latest COVID19D date,
      *    four inputs are scored 1 (low) to 4 (very high): cases per
      *    100K off COVID19D and POPULATN, test positivity off
      *    COVID19T, the COV1958 week-on-week growth ratio, and ICU
      *    census per 100K off COVID19H where the country reports it.
      *    The tier is the average of the sub-tiers available,
      *    rounded half up; cases per 100K must be there or the
      *    country is left unclassified. A first classification or a
      *    change of tier is written to the effective-dated RISKTIER
      *    file with the inputs that drove it; an unchanged tier only
      *    has its last-confirmed date moved. The tier changes report
      *    lists every country that moved since the previous run,
      *    up or down, with the sub-tiers that moved as the reason.
      *    Return code 4 when any country escalated ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19T-FILE       ASSIGN COVID19T
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CVT-CODE-DATE
                    FILE STATUS         IS WS-COVID19T-STATUS
           .
           SELECT   COVID19H-FILE       ASSIGN COVID19H
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CVHS-CODE-DATE
                    FILE STATUS         IS WS-COVID19H-STATUS
           .
           SELECT   POPULATN-FILE       ASSIGN POPULATN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS P-CODE
                    FILE STATUS         IS WS-POPULATN-STATUS
           .
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
           SELECT   RISKTIER-FILE       ASSIGN RISKTIER
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS RK-KEY
                    FILE STATUS         IS WS-RISKTIER-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COVID19T-FILE.
       COPY COVID19T REPLACING        ==:TAG1:== BY ==COVID19T==
                                      ==:TAG2:== BY ==CVT==.
      *
       FD  COVID19H-FILE.
       COPY COVID19H REPLACING        ==:TAG1:== BY ==COVID19H==
                                      ==:TAG2:== BY ==CVHS==.
      *
       FD  POPULATN-FILE.
       COPY POPULATN REPLACING        ==:TAG1:== BY ==POPULATN==
                                      ==:TAG2:== BY ==P==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==COUNTRYS==
                                      ==:TAG2:== BY ==C==.
      *
       FD  RISKTIER-FILE.
       COPY RISKTIER REPLACING        ==:TAG1:== BY ==RISKTIER==
                                      ==:TAG2:== BY ==RK==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19T-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19H-STATUS       PIC 99 VALUE ZEROS.
           03 WS-POPULATN-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS       PIC 99 VALUE ZEROS.
           03 WS-RISKTIER-STATUS       PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-BROWSE-END            PIC X VALUE SPACE.
            88 WS-BROWSE-END-YES       VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
      *    COVID19T, COVID19H AND COUNTRYS ARE OPTIONAL - A MISSING
      *    ONE JUST LEAVES ITS INPUT OUT ***
           03 WS-TESTS-AVAIL           PIC X VALUE 'N'.
            88 WS-TESTS-AVAIL-YES      VALUE 'Y'.
           03 WS-HOSP-AVAIL            PIC X VALUE 'N'.
            88 WS-HOSP-AVAIL-YES       VALUE 'Y'.
           03 WS-NAMES-AVAIL           PIC X VALUE 'N'.
            88 WS-NAMES-AVAIL-YES      VALUE 'Y'.
           03 WS-PREV-FOUND            PIC X VALUE 'N'.
            88 WS-PREV-FOUND-YES       VALUE 'Y'.
           03 WS-ICU-FOUND             PIC X VALUE 'N'.
            88 WS-ICU-FOUND-YES        VALUE 'Y'.
      *
      *    THE LAST 14 DAYS FOR THE COUNTRY CURRENTLY BREAKING - SLOT
      *    1 IS THE OLDEST, SLOT 14 THE LATEST (SAME SHAPE AS
      *    COV1958) ***
       01  WS-WINDOW-TABLE.
           03 WS-WIN-ENTRY OCCURS 14 TIMES
                            INDEXED BY WS-WIN-IDX.
              05 WS-WIN-DATE           PIC 9(08).
              05 WS-WIN-NEW-CONFIRMED  PIC S9(09).
              05 WS-WIN-SYNTHETIC      PIC X(01).
       01  WS-WIN-DAYS                 PIC 9(02) VALUE ZEROES.
       01  WS-CURR-CODE                PIC X(05) VALUE SPACES.
      *
       01  WS-RT-WORK.
           03 WS-THIS-WEEK-SUM         PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-PRIOR-WEEK-SUM        PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-THIS-WEEK-DAYS        PIC 9(02) VALUE ZEROES.
           03 WS-PRIOR-WEEK-DAYS       PIC 9(02) VALUE ZEROES.
      *    A HALF-WINDOW NEEDS AT LEAST THIS MANY REAL DAYS BEFORE
      *    ITS SUM IS TRUSTED (AS COV1958) ***
       01  WS-MIN-REAL-DAYS            PIC 9(02) VALUE 4.
      *
      *    TONIGHT'S CLASSIFICATION OF THE COUNTRY IN HAND ***
       01  WS-NEW-TIER-DATA.
           03 WS-FIRST-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-ASOF-DATE             PIC 9(08) VALUE ZEROES.
           03 WS-CASES-14D             PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-POPULATION            PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-CASES-100K            PIC 9(07)V9 COMP-3 VALUE ZEROES.
           03 WS-TESTS-14D             PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-POSITIVITY            PIC 9(03)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-GROWTH-RATIO          PIC 9(03)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-ICU-CENSUS            PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-ICU-100K              PIC 9(05)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-SUB-TIERS.
              05 WS-CASES-TIER         PIC 9(01) VALUE ZERO.
              05 WS-POSIT-TIER         PIC 9(01) VALUE ZERO.
              05 WS-GROWTH-TIER        PIC 9(01) VALUE ZERO.
              05 WS-ICU-TIER           PIC 9(01) VALUE ZERO.
           03 WS-SUB-TIER-TABLE REDEFINES WS-SUB-TIERS.
              05 WS-SUB-TIER OCCURS 4 TIMES PIC 9(01).
           03 WS-TIER                  PIC 9(01) VALUE ZERO.
           03 WS-TIER-SUM              PIC 9(02) VALUE ZERO.
           03 WS-TIER-INPUTS           PIC 9(01) VALUE ZERO.
       01  WS-SUB                      PIC 9(01) VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
      *
      *    THE COUNTRY'S CURRENT RISKTIER RECORD, IF ANY ***
       01  WS-PREV-REC                 PIC X(80) VALUE SPACES.
       01  WS-PREV-SUB-TIERS.
           03 WS-PREV-SUB-TIER OCCURS 4 TIMES PIC 9(01).
       01  WS-PREV-TIER                PIC 9(01) VALUE ZERO.
      *
      *    SUB-TIER BOUNDS PER INPUT - AT OR ABOVE BOUND N IS SUB-TIER
      *    N + 1 ***
       01  WS-THRESHOLDS.
           03 WS-CASES-BOUND-1         PIC 9(05)V9 VALUE 25.
           03 WS-CASES-BOUND-2         PIC 9(05)V9 VALUE 150.
           03 WS-CASES-BOUND-3         PIC 9(05)V9 VALUE 500.
           03 WS-POSIT-BOUND-1         PIC 9(03)V99 VALUE 4.
           03 WS-POSIT-BOUND-2         PIC 9(03)V99 VALUE 10.
           03 WS-POSIT-BOUND-3         PIC 9(03)V99 VALUE 20.
           03 WS-GROWTH-BOUND-1        PIC 9(03)V99 VALUE 0.90.
           03 WS-GROWTH-BOUND-2        PIC 9(03)V99 VALUE 1.10.
           03 WS-GROWTH-BOUND-3        PIC 9(03)V99 VALUE 1.50.
           03 WS-ICU-BOUND-1           PIC 9(05)V99 VALUE 1.
           03 WS-ICU-BOUND-2           PIC 9(05)V99 VALUE 3.
           03 WS-ICU-BOUND-3           PIC 9(05)V99 VALUE 6.
      *
       01  WS-INPUT-LABELS-VALUES.
           03 FILLER PIC X(12) VALUE 'CASPOSGROICU'.
       01  WS-INPUT-LABELS REDEFINES WS-INPUT-LABELS-VALUES.
           03 WS-INPUT-LABEL OCCURS 4 TIMES PIC X(03).
       01  WS-REASON                   PIC X(30) VALUE SPACES.
       01  WS-REASON-PTR               PIC 9(02) VALUE ZERO.
      *
       01  WS-COUNTERS.
           03 WS-COUNTRIES-SEEN        PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-CLASSIFIED  PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-SHORT       PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-NO-POP      PIC 9(05) VALUE ZEROES.
           03 WS-TIERS-NEW             PIC 9(05) VALUE ZEROES.
           03 WS-TIERS-UP              PIC 9(05) VALUE ZEROES.
           03 WS-TIERS-DOWN            PIC 9(05) VALUE ZEROES.
           03 WS-TIERS-HELD            PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2003'.
           03 FILLER                   PIC X(50) VALUE
                '*** RISK TIER CHANGES REPORT *** '.
           03 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           03 H1-RUN-DATE-O            PIC X(10).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(22) VALUE 'COUNTRY'.
           03 FILLER                   PIC X(05) VALUE 'WAS'.
           03 FILLER                   PIC X(05) VALUE 'NOW'.
           03 FILLER                   PIC X(06) VALUE 'MOVE'.
           03 FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
           03 FILLER                   PIC X(11) VALUE ' CASES/100K'.
           03 FILLER                   PIC X(08) VALUE '   POS%'.
           03 FILLER                   PIC X(08) VALUE ' GROWTH'.
           03 FILLER                   PIC X(11) VALUE '  ICU/100K'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(30) VALUE
                'REASON (SUB-TIER WAS>NOW)'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-NAME-O                PIC X(20).
           03 FILLER                   PIC X(02).
           03 D1-WAS-O                 PIC X(01).
           03 FILLER                   PIC X(04).
           03 D1-NOW-O                 PIC 9(01).
           03 FILLER                   PIC X(04).
           03 D1-MOVE-O                PIC X(04).
           03 FILLER                   PIC X(02).
           03 D1-EFF-DATE-O            PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-CASES-100K-O          PIC ZZZ,ZZ9.9.
           03 FILLER                   PIC X(02).
           03 D1-POSIT-O               PIC ZZ9.99.
           03 D1-POSIT-X REDEFINES D1-POSIT-O
                                       PIC X(06).
           03 FILLER                   PIC X(02).
           03 D1-GROWTH-O              PIC ZZ9.99.
           03 D1-GROWTH-X REDEFINES D1-GROWTH-O
                                       PIC X(06).
           03 FILLER                   PIC X(02).
           03 D1-ICU-100K-O            PIC ZZ,ZZ9.99.
           03 D1-ICU-100K-X REDEFINES D1-ICU-100K-O
                                       PIC X(09).
           03 FILLER                   PIC X(04).
           03 D1-REASON-O              PIC X(30).
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM READ-COVID19D-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF CV-CODE NOT = WS-CURR-CODE
                 IF WS-CURR-CODE NOT = SPACES
                    PERFORM CLASSIFY-ONE-COUNTRY
                 END-IF
                 MOVE CV-CODE        TO WS-CURR-CODE
                 MOVE ZERO           TO WS-WIN-DAYS
              END-IF
              PERFORM SLIDE-WINDOW
              PERFORM READ-COVID19D-NEXT
           END-PERFORM
           IF WS-CURR-CODE NOT = SPACES
              PERFORM CLASSIFY-ONE-COUNTRY
           END-IF
           IF WS-TIERS-NEW + WS-TIERS-UP + WS-TIERS-DOWN = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  NO COUNTRY CHANGED TIER SINCE THE PREVIOUS RUN'
                                     TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           PERFORM CLOSE-FILES
           DISPLAY 'Countries SEEN: '              WS-COUNTRIES-SEEN
           DISPLAY 'Countries CLASSIFIED: '
                                              WS-COUNTRIES-CLASSIFIED
           DISPLAY 'Countries under 14 days: '     WS-COUNTRIES-SHORT
           DISPLAY 'Countries with no POPULATION: '
                                                  WS-COUNTRIES-NO-POP
           DISPLAY 'Tiers FIRST assigned: '        WS-TIERS-NEW
           DISPLAY 'Tiers ESCALATED: '             WS-TIERS-UP
           DISPLAY 'Tiers DE-ESCALATED: '          WS-TIERS-DOWN
           DISPLAY 'Tiers UNCHANGED: '             WS-TIERS-HELD
           IF WS-TIERS-UP > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT POPULATN-FILE
           IF WS-POPULATN-STATUS > 0
              DISPLAY '*** ERROR OPENING POPULATN-FILE-STATUS: '
                          WS-POPULATN-STATUS
              PERFORM SET-FILE-ERROR-RC
              CLOSE COVID19D-FILE
              EXIT PARAGRAPH
           END-IF
      *    FIRST EVER RUN CREATES THE TIER FILE (SAME FALLBACK
      *    COV1908 USES FOR COVID19DH) ***
           OPEN I-O RISKTIER-FILE
           IF WS-RISKTIER-STATUS NOT = ZERO
              OPEN OUTPUT RISKTIER-FILE
              CLOSE RISKTIER-FILE
              OPEN I-O RISKTIER-FILE
           END-IF
           IF WS-RISKTIER-STATUS > 0
              DISPLAY '*** ERROR OPENING RISKTIER-FILE-STATUS: '
                          WS-RISKTIER-STATUS
              PERFORM SET-FILE-ERROR-RC
              CLOSE COVID19D-FILE POPULATN-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19T-FILE
           IF WS-COVID19T-STATUS = ZERO
              MOVE 'Y'               TO WS-TESTS-AVAIL
           ELSE
              DISPLAY '*** COVID19T not available - positivity left '
                      'out'
           END-IF
           OPEN INPUT COVID19H-FILE
           IF WS-COVID19H-STATUS = ZERO
              MOVE 'Y'               TO WS-HOSP-AVAIL
           ELSE
              DISPLAY '*** COVID19H not available - ICU left out'
           END-IF
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS = ZERO
              MOVE 'Y'               TO WS-NAMES-AVAIL
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE WS-RUN-DATE (1:4)    TO H1-RUN-DATE-O (1:4)
           MOVE '-'                  TO H1-RUN-DATE-O (5:1)
           MOVE WS-RUN-DATE (5:2)    TO H1-RUN-DATE-O (6:2)
           MOVE '-'                  TO H1-RUN-DATE-O (8:1)
           MOVE WS-RUN-DATE (7:2)    TO H1-RUN-DATE-O (9:2)
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                    TO WS-FILE-ERROR
           MOVE 16                     TO RETURN-CODE
           .
      *
       CLOSE-FILES.
           CLOSE COVID19D-FILE POPULATN-FILE RISKTIER-FILE PRINT-LINE
           IF WS-TESTS-AVAIL-YES
              CLOSE COVID19T-FILE
           END-IF
           IF WS-HOSP-AVAIL-YES
              CLOSE COVID19H-FILE
           END-IF
           IF WS-NAMES-AVAIL-YES
              CLOSE COUNTRYS-FILE
           END-IF
           .
      *
       READ-COVID19D-NEXT.
           READ COVID19D-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
      *    SHIFT THE 14-DAY WINDOW LEFT AND DROP TODAY IN SLOT 14 ***
       SLIDE-WINDOW.
           IF WS-WIN-DAYS < 14
              ADD 1                  TO WS-WIN-DAYS
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
              UNTIL WS-WIN-IDX >= 14
              MOVE WS-WIN-ENTRY (WS-WIN-IDX + 1) TO
                                  WS-WIN-ENTRY (WS-WIN-IDX)
           END-PERFORM
           MOVE CV-DATE              TO WS-WIN-DATE (14)
           MOVE CV-NEW-CONFIRMED     TO WS-WIN-NEW-CONFIRMED (14)
           MOVE CV-SYNTHETIC-FLAG    TO WS-WIN-SYNTHETIC (14)
           .
      *
       CLASSIFY-ONE-COUNTRY.
           ADD 1                     TO WS-COUNTRIES-SEEN
           IF WS-WIN-DAYS < 14
              ADD 1                  TO WS-COUNTRIES-SHORT
              EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-NEW-TIER-DATA
           MOVE WS-WIN-DATE (1)      TO WS-FIRST-DATE
           MOVE WS-WIN-DATE (14)     TO WS-ASOF-DATE
           MOVE WS-CURR-CODE         TO P-CODE
           READ POPULATN-FILE
              INVALID KEY
                 MOVE ZERO           TO P-POPULATION
           END-READ
           IF P-POPULATION = ZERO
              ADD 1                  TO WS-COUNTRIES-NO-POP
              EXIT PARAGRAPH
           END-IF
           MOVE P-POPULATION         TO WS-POPULATION
           PERFORM SCORE-CASES
           PERFORM SCORE-GROWTH
           IF WS-TESTS-AVAIL-YES
              PERFORM SCORE-POSITIVITY
           END-IF
           IF WS-HOSP-AVAIL-YES
              PERFORM SCORE-ICU
           END-IF
           PERFORM COMBINE-SUB-TIERS
           ADD 1                     TO WS-COUNTRIES-CLASSIFIED
           PERFORM FIND-CURRENT-TIER
           EVALUATE TRUE
              WHEN NOT WS-PREV-FOUND-YES
                 ADD 1               TO WS-TIERS-NEW
                 PERFORM WRITE-NEW-TIER
                 PERFORM WRITE-ONE-CHANGE-LINE
              WHEN WS-TIER > WS-PREV-TIER
                 ADD 1               TO WS-TIERS-UP
                 PERFORM WRITE-NEW-TIER
                 PERFORM WRITE-ONE-CHANGE-LINE
              WHEN WS-TIER < WS-PREV-TIER
                 ADD 1               TO WS-TIERS-DOWN
                 PERFORM WRITE-NEW-TIER
                 PERFORM WRITE-ONE-CHANGE-LINE
              WHEN OTHER
                 ADD 1               TO WS-TIERS-HELD
                 PERFORM CONFIRM-CURRENT-TIER
           END-EVALUATE
           .
      *
      *    REAL REPORTING DAYS ONLY - CARRY-FORWARD FILL DAYS ARE LEFT
      *    OUT, AS IN COV1958 ***
       SCORE-CASES.
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
              UNTIL WS-WIN-IDX > 14
              IF WS-WIN-SYNTHETIC (WS-WIN-IDX) NOT = 'Y'
                 ADD WS-WIN-NEW-CONFIRMED (WS-WIN-IDX)
                                      TO WS-CASES-14D
              END-IF
           END-PERFORM
           IF WS-CASES-14D > ZERO
              COMPUTE WS-CASES-100K ROUNDED =
                 WS-CASES-14D * 100000 / WS-POPULATION
                 ON SIZE ERROR MOVE 999999.9 TO WS-CASES-100K
              END-COMPUTE
           END-IF
           EVALUATE TRUE
              WHEN WS-CASES-100K < WS-CASES-BOUND-1
                 MOVE 1              TO WS-CASES-TIER
              WHEN WS-CASES-100K < WS-CASES-BOUND-2
                 MOVE 2              TO WS-CASES-TIER
              WHEN WS-CASES-100K < WS-CASES-BOUND-3
                 MOVE 3              TO WS-CASES-TIER
              WHEN OTHER
                 MOVE 4              TO WS-CASES-TIER
           END-EVALUATE
           .
      *
      *    SLOTS 8-14 ARE THIS WEEK, 1-7 LAST WEEK, NORMALIZED BY THE
      *    REAL-DAY COUNTS - THE COV1958 RATIO ***
       SCORE-GROWTH.
           MOVE ZERO                 TO WS-THIS-WEEK-SUM
                                         WS-PRIOR-WEEK-SUM
                                         WS-THIS-WEEK-DAYS
                                         WS-PRIOR-WEEK-DAYS
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
              UNTIL WS-WIN-IDX > 14
              IF WS-WIN-SYNTHETIC (WS-WIN-IDX) NOT = 'Y'
                 IF WS-WIN-IDX > 7
                    ADD WS-WIN-NEW-CONFIRMED (WS-WIN-IDX)
                                      TO WS-THIS-WEEK-SUM
                    ADD 1             TO WS-THIS-WEEK-DAYS
                 ELSE
                    ADD WS-WIN-NEW-CONFIRMED (WS-WIN-IDX)
                                      TO WS-PRIOR-WEEK-SUM
                    ADD 1             TO WS-PRIOR-WEEK-DAYS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-THIS-WEEK-DAYS < WS-MIN-REAL-DAYS OR
              WS-PRIOR-WEEK-DAYS < WS-MIN-REAL-DAYS OR
              WS-PRIOR-WEEK-SUM <= ZERO OR
              WS-THIS-WEEK-SUM < ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GROWTH-RATIO ROUNDED =
              (WS-THIS-WEEK-SUM / WS-THIS-WEEK-DAYS) /
              (WS-PRIOR-WEEK-SUM / WS-PRIOR-WEEK-DAYS)
              ON SIZE ERROR MOVE 999.99 TO WS-GROWTH-RATIO
           END-COMPUTE
           EVALUATE TRUE
              WHEN WS-GROWTH-RATIO < WS-GROWTH-BOUND-1
                 MOVE 1              TO WS-GROWTH-TIER
              WHEN WS-GROWTH-RATIO NOT > WS-GROWTH-BOUND-2
                 MOVE 2              TO WS-GROWTH-TIER
              WHEN WS-GROWTH-RATIO NOT > WS-GROWTH-BOUND-3
                 MOVE 3              TO WS-GROWTH-TIER
              WHEN OTHER
                 MOVE 4              TO WS-GROWTH-TIER
           END-EVALUATE
           .
      *
      *    TESTS OVER THE SAME 14 DATES THE CASES CAME FROM ***
       SCORE-POSITIVITY.
           MOVE 'N'                  TO WS-BROWSE-END
           MOVE WS-CURR-CODE         TO CVT-CODE
           MOVE WS-FIRST-DATE        TO CVT-DATE
           START COVID19T-FILE KEY IS NOT LESS THAN CVT-CODE-DATE
              INVALID KEY
                 MOVE 'Y'            TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ COVID19T-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-BROWSE-END
                 NOT AT END
                    IF CVT-CODE NOT = WS-CURR-CODE OR
                       CVT-DATE > WS-ASOF-DATE
                       MOVE 'Y'      TO WS-BROWSE-END
                    ELSE
                       ADD CVT-NEW-TESTS TO WS-TESTS-14D
                    END-IF
              END-READ
           END-PERFORM
           IF WS-TESTS-14D = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-CASES-14D > ZERO
              COMPUTE WS-POSITIVITY ROUNDED =
                 WS-CASES-14D * 100 / WS-TESTS-14D
                 ON SIZE ERROR MOVE 999.99 TO WS-POSITIVITY
              END-COMPUTE
           END-IF
           EVALUATE TRUE
              WHEN WS-POSITIVITY < WS-POSIT-BOUND-1
                 MOVE 1              TO WS-POSIT-TIER
              WHEN WS-POSITIVITY < WS-POSIT-BOUND-2
                 MOVE 2              TO WS-POSIT-TIER
              WHEN WS-POSITIVITY < WS-POSIT-BOUND-3
                 MOVE 3              TO WS-POSIT-TIER
              WHEN OTHER
                 MOVE 4              TO WS-POSIT-TIER
           END-EVALUATE
           .
      *
      *    THE CENSUS IS A POINT-IN-TIME COUNT - THE LATEST ONE IN
      *    THE WINDOW STANDS ***
       SCORE-ICU.
           MOVE 'N'                  TO WS-BROWSE-END WS-ICU-FOUND
           MOVE WS-CURR-CODE         TO CVHS-CODE
           MOVE WS-FIRST-DATE        TO CVHS-DATE
           START COVID19H-FILE KEY IS NOT LESS THAN CVHS-CODE-DATE
              INVALID KEY
                 MOVE 'Y'            TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ COVID19H-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-BROWSE-END
                 NOT AT END
                    IF CVHS-CODE NOT = WS-CURR-CODE OR
                       CVHS-DATE > WS-ASOF-DATE
                       MOVE 'Y'      TO WS-BROWSE-END
                    ELSE
                       MOVE 'Y'      TO WS-ICU-FOUND
                       MOVE CVHS-ICU-CENSUS TO WS-ICU-CENSUS
                    END-IF
              END-READ
           END-PERFORM
           IF NOT WS-ICU-FOUND-YES
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ICU-100K ROUNDED =
              WS-ICU-CENSUS * 100000 / WS-POPULATION
              ON SIZE ERROR MOVE 99999.99 TO WS-ICU-100K
           END-COMPUTE
           EVALUATE TRUE
              WHEN WS-ICU-100K < WS-ICU-BOUND-1
                 MOVE 1              TO WS-ICU-TIER
              WHEN WS-ICU-100K < WS-ICU-BOUND-2
                 MOVE 2              TO WS-ICU-TIER
              WHEN WS-ICU-100K < WS-ICU-BOUND-3
                 MOVE 3              TO WS-ICU-TIER
              WHEN OTHER
                 MOVE 4              TO WS-ICU-TIER
           END-EVALUATE
           .
      *
      *    AVERAGE OF THE SUB-TIERS PRESENT, HALF UP ***
       COMBINE-SUB-TIERS.
           MOVE ZERO                 TO WS-TIER-SUM WS-TIER-INPUTS
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              IF WS-SUB-TIER (WS-SUB) > ZERO
                 ADD WS-SUB-TIER (WS-SUB) TO WS-TIER-SUM
                 ADD 1               TO WS-TIER-INPUTS
              END-IF
           END-PERFORM
           COMPUTE WS-TIER ROUNDED = WS-TIER-SUM / WS-TIER-INPUTS
           .
      *
      *    THE LAST RECORD UNDER THE CODE IS THE TIER IN FORCE ***
       FIND-CURRENT-TIER.
           MOVE 'N'                  TO WS-PREV-FOUND WS-BROWSE-END
           MOVE ZERO                 TO WS-PREV-TIER
           MOVE WS-CURR-CODE         TO RK-CODE
           MOVE ZERO                 TO RK-EFF-FROM
           START RISKTIER-FILE KEY IS NOT LESS THAN RK-KEY
              INVALID KEY
                 MOVE 'Y'            TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ RISKTIER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-BROWSE-END
                 NOT AT END
                    IF RK-CODE NOT = WS-CURR-CODE
                       MOVE 'Y'      TO WS-BROWSE-END
                    ELSE
                       MOVE 'Y'      TO WS-PREV-FOUND
                       MOVE RISKTIER-REC TO WS-PREV-REC
                       MOVE RK-TIER  TO WS-PREV-TIER
                       MOVE RK-SUB-TIERS TO WS-PREV-SUB-TIERS
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       WRITE-NEW-TIER.
           INITIALIZE RISKTIER-REC
           MOVE WS-CURR-CODE         TO RK-CODE
           MOVE WS-ASOF-DATE         TO RK-EFF-FROM
           MOVE WS-TIER              TO RK-TIER
           MOVE WS-PREV-TIER         TO RK-PRIOR-TIER
           MOVE WS-RUN-DATE          TO RK-RUN-DATE
           MOVE WS-ASOF-DATE         TO RK-LAST-CONFIRMED
           MOVE WS-CASES-14D         TO RK-CASES-14D
           MOVE WS-POPULATION        TO RK-POPULATION
           MOVE WS-CASES-100K        TO RK-CASES-100K
           MOVE WS-TESTS-14D         TO RK-TESTS-14D
           MOVE WS-POSITIVITY        TO RK-POSITIVITY
           MOVE WS-GROWTH-RATIO      TO RK-GROWTH-RATIO
           MOVE WS-ICU-CENSUS        TO RK-ICU-CENSUS
           MOVE WS-ICU-100K          TO RK-ICU-100K
           MOVE WS-SUB-TIERS         TO RK-SUB-TIERS
           WRITE RISKTIER-REC
      *    A RE-RUN ON THE SAME DATA DATE REPLACES THAT NIGHT'S TIER
      *    AND KEEPS THE TIER IT HAD REPLACED ***
              INVALID KEY
                 MOVE WS-PREV-REC (15:1) TO RK-PRIOR-TIER
                 REWRITE RISKTIER-REC
           END-WRITE
           IF WS-RISKTIER-STATUS > 0
              DISPLAY '*** Error WRITE RISKTIER: ' WS-RISKTIER-STATUS
                      ' ' WS-CURR-CODE
           END-IF
           .
      *
       CONFIRM-CURRENT-TIER.
           MOVE WS-PREV-REC          TO RISKTIER-REC
           IF WS-ASOF-DATE > RK-LAST-CONFIRMED
              MOVE WS-ASOF-DATE      TO RK-LAST-CONFIRMED
              REWRITE RISKTIER-REC
              IF WS-RISKTIER-STATUS > 0
                 DISPLAY '*** Error REWRITE RISKTIER: '
                         WS-RISKTIER-STATUS ' ' WS-CURR-CODE
              END-IF
           END-IF
           .
      *
       WRITE-ONE-CHANGE-LINE.
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE WS-CURR-CODE         TO D1-CODE-O
           IF WS-NAMES-AVAIL-YES
              MOVE WS-CURR-CODE      TO C-CODE
              READ COUNTRYS-FILE
                 INVALID KEY
                    MOVE SPACES      TO C-NAME
              END-READ
              MOVE C-NAME            TO D1-NAME-O
           END-IF
           IF WS-PREV-FOUND-YES
              MOVE WS-PREV-TIER      TO D1-WAS-O
           ELSE
              MOVE '-'               TO D1-WAS-O
           END-IF
           MOVE WS-TIER              TO D1-NOW-O
           EVALUATE TRUE
              WHEN NOT WS-PREV-FOUND-YES
                 MOVE 'NEW'          TO D1-MOVE-O
              WHEN WS-TIER > WS-PREV-TIER
                 MOVE 'UP'           TO D1-MOVE-O
              WHEN OTHER
                 MOVE 'DOWN'         TO D1-MOVE-O
           END-EVALUATE
           MOVE WS-ASOF-DATE (1:4)   TO D1-EFF-DATE-O (1:4)
           MOVE '-'                  TO D1-EFF-DATE-O (5:1)
           MOVE WS-ASOF-DATE (5:2)   TO D1-EFF-DATE-O (6:2)
           MOVE '-'                  TO D1-EFF-DATE-O (8:1)
           MOVE WS-ASOF-DATE (7:2)   TO D1-EFF-DATE-O (9:2)
           MOVE WS-CASES-100K        TO D1-CASES-100K-O
           IF WS-POSIT-TIER = ZERO
              MOVE '   N/A'          TO D1-POSIT-X
           ELSE
              MOVE WS-POSITIVITY     TO D1-POSIT-O
           END-IF
           IF WS-GROWTH-TIER = ZERO
              MOVE 'NO EST'          TO D1-GROWTH-X
           ELSE
              MOVE WS-GROWTH-RATIO   TO D1-GROWTH-O
           END-IF
           IF WS-ICU-TIER = ZERO
              MOVE '      N/A'       TO D1-ICU-100K-X
           ELSE
              MOVE WS-ICU-100K       TO D1-ICU-100K-O
           END-IF
           PERFORM BUILD-REASON
           MOVE WS-REASON            TO D1-REASON-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
      *    ONE 'LBLw>n' PER SUB-TIER THAT MOVED; A FIRST
      *    CLASSIFICATION LISTS THEM ALL ***
       BUILD-REASON.
           MOVE SPACES               TO WS-REASON
           MOVE 1                    TO WS-REASON-PTR
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              IF NOT WS-PREV-FOUND-YES
                 IF WS-SUB-TIER (WS-SUB) > ZERO
                    STRING WS-INPUT-LABEL (WS-SUB) DELIMITED BY SIZE
                           WS-SUB-TIER (WS-SUB)    DELIMITED BY SIZE
                           ' '                     DELIMITED BY SIZE
                      INTO WS-REASON WITH POINTER WS-REASON-PTR
                    END-STRING
                 END-IF
              ELSE
                 IF WS-SUB-TIER (WS-SUB) NOT =
                    WS-PREV-SUB-TIER (WS-SUB)
                    STRING WS-INPUT-LABEL (WS-SUB) DELIMITED BY SIZE
                           WS-PREV-SUB-TIER (WS-SUB) DELIMITED BY SIZE
                           '>'                     DELIMITED BY SIZE
                           WS-SUB-TIER (WS-SUB)    DELIMITED BY SIZE
                           ' '                     DELIMITED BY SIZE
                      INTO WS-REASON WITH POINTER WS-REASON-PTR
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           .
      *
