      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2018.
       AUTHOR.         GEORGES B.
      *    Weekly cases and deaths by vaccination status off COVID19S
      *    for the seven days ending the PARM date (today when no
      *    PARM is given): per country, the week's cases and deaths
      *    in the unvaccinated, partially vaccinated, fully vaccinated
      *    and boosted, turned into rates per 100,000 against the
      *    population in each status - POPULATN less COVID19V's
      *    PEOPLE-VACCINATED for the unvaccinated, PEOPLE-VACCINATED
      *    less PEOPLE-FULLY-VACCINATED for the partial, and
      *    PEOPLE-FULLY-VACCINATED for the fully vaccinated and
      *    boosted together (COVID19V carries no booster count) - and
      *    the rate ratio of unvaccinated to fully vaccinated. The
      *    COVID19V figures are the latest in the week. A week in
      *    which any day's status rows add up to more than that day's
      *    COVID19D NEW-CONFIRMED is flagged OVERSUM ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19S-FILE       ASSIGN COVID19S
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS VS-KEY
                    FILE STATUS         IS WS-COVID19S-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19V-FILE       ASSIGN COVID19V
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CVV-CODE-DATE
                    FILE STATUS         IS WS-COVID19V-STATUS
           .
           SELECT   POPULATN-FILE       ASSIGN POPULATN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS P-CODE
                    FILE STATUS         IS WS-POPULATN-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19S-FILE.
       COPY COVID19S REPLACING        ==:TAG1:== BY ==COVID19S==
                                      ==:TAG2:== BY ==VS==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COVID19V-FILE.
       COPY COVID19V REPLACING        ==:TAG1:== BY ==COVID19V==
                                      ==:TAG2:== BY ==CVV==.
      *
       FD  POPULATN-FILE.
       COPY POPULATN REPLACING        ==:TAG1:== BY ==POPULATN==
                                      ==:TAG2:== BY ==P==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19S-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19V-STATUS          PIC 99 VALUE ZEROS.
       01  WS-POPULATN-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-GROUP-OPEN            PIC X VALUE 'N'.
            88 WS-GROUP-OPEN-YES       VALUE 'Y'.
           03 WS-POP-FOUND             PIC X VALUE 'N'.
            88 WS-POP-FOUND-YES        VALUE 'Y'.
           03 WS-VAX-FOUND             PIC X VALUE 'N'.
            88 WS-VAX-FOUND-YES        VALUE 'Y'.
           03 WS-VAX-AVAIL             PIC X VALUE 'N'.
            88 WS-VAX-AVAIL-YES        VALUE 'Y'.
           03 WS-POP-AVAIL             PIC X VALUE 'N'.
            88 WS-POP-AVAIL-YES        VALUE 'Y'.
      *
       01  WS-START-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-END-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-LOOK-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    THE COUNTRY AND DAY IN FLIGHT - ONE SLOT PER STATUS, IN
      *    U, P, F, B ORDER ***
       01  WS-GROUP-DATA.
           03 WS-CURR-CODE             PIC X(05) VALUE SPACES.
           03 WS-CURR-DATE             PIC 9(08) VALUE ZEROES.
           03 WS-DAY-CASES             PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-DAYS-OVER             PIC 9(02) VALUE ZEROES.
       01  WS-STATUS-TABLE.
           03 WS-STS-ENTRY OCCURS 4 TIMES.
              05 WS-STS-CASES          PIC 9(11) COMP-3.
              05 WS-STS-DEATHS         PIC 9(11) COMP-3.
       01  WS-STS-SUB                  PIC 9(01) VALUE ZERO.
      *
      *    DENOMINATORS AND RATES PER 100,000 ***
       01  WS-RATE-WORK.
           03 WS-POPULATION            PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-PEOPLE-VACCINATED     PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-PEOPLE-FULLY          PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-POP-UNVAX             PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-POP-PARTIAL           PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-POP-FULLY             PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-MEASURE-UNVAX         PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-MEASURE-PARTIAL       PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-MEASURE-FULLY         PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-MEASURE-BOOSTED       PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-RATE-UNVAX            PIC 9(07)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-RATE-PARTIAL          PIC 9(07)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-RATE-FULLY            PIC 9(07)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-RATE-RATIO            PIC 9(05)V99 COMP-3
                                                     VALUE ZEROES.
       01  WS-RATIO-O                  PIC ZZ,ZZ9.99.
       01  WS-MEASURE-LABEL            PIC X(06) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-STATUS-ROWS-READ      PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRIES-LISTED      PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-OVERSUM     PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-NO-DENOM    PIC 9(05) VALUE ZEROES.
           03 WS-DAYS-NO-NATIONAL      PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2018'.
           03 FILLER                   PIC X(50) VALUE
                '*** CASES AND DEATHS BY VACCINATION STATUS *** '.
      *
       01  WS-HEADER-PERIOD.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'WEEK FROM'.
           03 HP-START-DATE-O          PIC X(10).
           03 FILLER                   PIC X(04) VALUE ' TO '.
           03 HP-END-DATE-O            PIC X(10).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(07) VALUE 'COUNT'.
           03 FILLER                   PIC X(12) VALUE '      UNVAX'.
           03 FILLER                   PIC X(12) VALUE '    PARTIAL'.
           03 FILLER                   PIC X(12) VALUE '      FULLY'.
           03 FILLER                   PIC X(14) VALUE '    BOOSTED'.
           03 FILLER                   PIC X(12) VALUE ' UNVAX/100K'.
           03 FILLER                   PIC X(12) VALUE '  PART/100K'.
           03 FILLER                   PIC X(13) VALUE 'FULL+B/100K'.
           03 FILLER                   PIC X(11) VALUE 'RATE RATIO'.
           03 FILLER                   PIC X(09) VALUE 'FLAG'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-MEASURE-O             PIC X(06).
           03 FILLER                   PIC X(01).
           03 D1-UNVAX-O               PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-PARTIAL-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-FULLY-O               PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-BOOSTED-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-UNVAX-RATE-O          PIC X(11).
           03 FILLER                   PIC X(01).
           03 D1-PART-RATE-O           PIC X(11).
           03 FILLER                   PIC X(01).
           03 D1-FULL-RATE-O           PIC X(11).
           03 FILLER                   PIC X(02).
           03 D1-RATIO-O               PIC X(09).
           03 FILLER                   PIC X(02).
           03 D1-FLAG-O                PIC X(08).
           03 FILLER                   PIC X(01).
           03 D1-DENOM-O               PIC X(08).
       01  WS-RATE-O                   PIC ZZZZ,ZZ9.99.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20211107' - THE LAST DAY OF THE WEEK REPORTED ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-END-DATE         PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-END-DATE
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
           END-IF
           CALL WS-DATE-PGM-NAME USING WS-END-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** ERROR date is not valid: ' WS-END-DATE
                      ' ' WS-DATECHK-MESSAGE
              MOVE 8                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-END-DATE) - 6)
           PERFORM OPEN-FILES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-COVID19S-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF VS-DATE >= WS-START-DATE AND VS-DATE <= WS-END-DATE
                 IF WS-GROUP-OPEN-YES AND VS-CODE NOT = WS-CURR-CODE
                    PERFORM WRITE-ONE-COUNTRY
                 END-IF
                 PERFORM TALLY-ONE-STATUS-ROW
              END-IF
              PERFORM READ-COVID19S-NEXT
           END-PERFORM
           IF WS-GROUP-OPEN-YES
              PERFORM WRITE-ONE-COUNTRY
           END-IF
           DISPLAY 'COVID19S rows READ: '         WS-STATUS-ROWS-READ
           DISPLAY 'Countries LISTED: '           WS-COUNTRIES-LISTED
           DISPLAY 'Countries OVERSUM FLAGGED: '  WS-COUNTRIES-OVERSUM
           DISPLAY 'Countries NO DENOMINATOR: '   WS-COUNTRIES-NO-DENOM
           DISPLAY 'Days with NO NATIONAL REC: '  WS-DAYS-NO-NATIONAL
           CLOSE COVID19S-FILE COVID19D-FILE PRINT-LINE
           IF WS-VAX-AVAIL-YES
              CLOSE COVID19V-FILE
           END-IF
           IF WS-POP-AVAIL-YES
              CLOSE POPULATN-FILE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    COVID19V AND POPULATN ARE OPTIONAL - WITHOUT THEM THE
      *    COUNTS STILL PRINT, ONLY THE RATES GO BLANK ***
       OPEN-FILES.
           OPEN INPUT  COVID19S-FILE
           IF WS-COVID19S-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19S-FILE-STATUS: '
                          WS-COVID19S-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              CLOSE COVID19S-FILE
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT  COVID19V-FILE
           IF WS-COVID19V-STATUS = ZERO
              MOVE 'Y'                 TO WS-VAX-AVAIL
           ELSE
              DISPLAY '*** COVID19V not available, status: '
                          WS-COVID19V-STATUS
           END-IF
           OPEN INPUT  POPULATN-FILE
           IF WS-POPULATN-STATUS = ZERO
              MOVE 'Y'                 TO WS-POP-AVAIL
           ELSE
              DISPLAY '*** POPULATN not available, status: '
                          WS-POPULATN-STATUS
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           MOVE WS-START-DATE          TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-START-DATE-O
           MOVE WS-END-DATE            TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-END-DATE-O
           WRITE PRINT-REC           FROM WS-HEADER-PERIOD
           WRITE PRINT-REC           FROM WS-HEADER-2
           .
      *
       READ-COVID19S-NEXT.
           READ COVID19S-FILE
              AT END MOVE 'Y'          TO WS-LAST-REC
              NOT AT END ADD 1         TO WS-STATUS-ROWS-READ
           END-READ
           .
      *
       TALLY-ONE-STATUS-ROW.
           IF NOT WS-GROUP-OPEN-YES
              MOVE 'Y'                 TO WS-GROUP-OPEN
              MOVE VS-CODE             TO WS-CURR-CODE
              MOVE VS-DATE             TO WS-CURR-DATE
              MOVE ZEROES              TO WS-DAY-CASES WS-DAYS-OVER
              PERFORM VARYING WS-STS-SUB FROM 1 BY 1
                 UNTIL WS-STS-SUB > 4
                 MOVE ZEROES           TO WS-STS-CASES (WS-STS-SUB)
                                          WS-STS-DEATHS (WS-STS-SUB)
              END-PERFORM
           END-IF
           IF VS-DATE NOT = WS-CURR-DATE
              PERFORM CHECK-ONE-DAY
              MOVE VS-DATE             TO WS-CURR-DATE
              MOVE ZEROES              TO WS-DAY-CASES
           END-IF
           EVALUATE TRUE
              WHEN VS-UNVACCINATED     MOVE 1 TO WS-STS-SUB
              WHEN VS-PARTIAL          MOVE 2 TO WS-STS-SUB
              WHEN VS-FULLY            MOVE 3 TO WS-STS-SUB
              WHEN OTHER               MOVE 4 TO WS-STS-SUB
           END-EVALUATE
           ADD VS-CASES                TO WS-STS-CASES (WS-STS-SUB)
                                          WS-DAY-CASES
           ADD VS-DEATHS               TO WS-STS-DEATHS (WS-STS-SUB)
           .
      *
      *    THE STATUS ROWS SPLIT THE DAY'S NEW CASES - MORE THAN THE
      *    NATIONAL NEW-CONFIRMED MEANS THE TWO FEEDS DISAGREE ***
       CHECK-ONE-DAY.
           MOVE WS-CURR-CODE           TO CV-CODE
           MOVE WS-CURR-DATE           TO CV-DATE
           READ COVID19D-FILE
              INVALID KEY
                 ADD 1                 TO WS-DAYS-NO-NATIONAL
              NOT INVALID KEY
                 IF WS-DAY-CASES > CV-NEW-CONFIRMED
                    ADD 1              TO WS-DAYS-OVER
                 END-IF
           END-READ
           .
      *
       WRITE-ONE-COUNTRY.
           PERFORM CHECK-ONE-DAY
           PERFORM GET-DENOMINATORS
           MOVE 'CASES'                TO WS-MEASURE-LABEL
           MOVE WS-STS-CASES (1)       TO WS-MEASURE-UNVAX
           MOVE WS-STS-CASES (2)       TO WS-MEASURE-PARTIAL
           MOVE WS-STS-CASES (3)       TO WS-MEASURE-FULLY
           MOVE WS-STS-CASES (4)       TO WS-MEASURE-BOOSTED
           PERFORM WRITE-MEASURE-LINE
           MOVE 'DEATHS'               TO WS-MEASURE-LABEL
           MOVE WS-STS-DEATHS (1)      TO WS-MEASURE-UNVAX
           MOVE WS-STS-DEATHS (2)      TO WS-MEASURE-PARTIAL
           MOVE WS-STS-DEATHS (3)      TO WS-MEASURE-FULLY
           MOVE WS-STS-DEATHS (4)      TO WS-MEASURE-BOOSTED
           PERFORM WRITE-MEASURE-LINE
           ADD 1                       TO WS-COUNTRIES-LISTED
           IF WS-DAYS-OVER > ZERO
              ADD 1                    TO WS-COUNTRIES-OVERSUM
           END-IF
           IF NOT WS-POP-FOUND-YES OR NOT WS-VAX-FOUND-YES
              ADD 1                    TO WS-COUNTRIES-NO-DENOM
           END-IF
           MOVE 'N'                    TO WS-GROUP-OPEN
           .
      *
      *    THE VACCINATION FIGURES ARE THE LATEST ON FILE IN THE WEEK
      *    - SEARCHED BACK FROM ITS LAST DAY ***
       GET-DENOMINATORS.
           MOVE 'N'                    TO WS-POP-FOUND WS-VAX-FOUND
           IF WS-POP-AVAIL-YES
              MOVE WS-CURR-CODE        TO P-CODE
              READ POPULATN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'           TO WS-POP-FOUND
                    MOVE P-POPULATION  TO WS-POPULATION
              END-READ
           END-IF
           IF WS-VAX-AVAIL-YES
              MOVE WS-END-DATE         TO WS-LOOK-DATE
              PERFORM UNTIL WS-VAX-FOUND-YES
                         OR WS-LOOK-DATE < WS-START-DATE
                 MOVE WS-CURR-CODE     TO CVV-CODE
                 MOVE WS-LOOK-DATE     TO CVV-DATE
                 READ COVID19V-FILE
                    INVALID KEY
                       COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE (WS-LOOK-DATE) - 1)
                    NOT INVALID KEY
                       MOVE 'Y'        TO WS-VAX-FOUND
                       MOVE CVV-PEOPLE-VACCINATED
                                       TO WS-PEOPLE-VACCINATED
                       MOVE CVV-PEOPLE-FULLY-VACCINATED
                                       TO WS-PEOPLE-FULLY
                 END-READ
              END-PERFORM
           END-IF
           IF WS-POP-FOUND-YES AND WS-VAX-FOUND-YES
              COMPUTE WS-POP-UNVAX =
                 WS-POPULATION - WS-PEOPLE-VACCINATED
              COMPUTE WS-POP-PARTIAL =
                 WS-PEOPLE-VACCINATED - WS-PEOPLE-FULLY
              MOVE WS-PEOPLE-FULLY     TO WS-POP-FULLY
           END-IF
           .
      *
       WRITE-MEASURE-LINE.
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-CURR-CODE           TO D1-CODE-O
           MOVE WS-MEASURE-LABEL       TO D1-MEASURE-O
           MOVE WS-MEASURE-UNVAX       TO D1-UNVAX-O
           MOVE WS-MEASURE-PARTIAL     TO D1-PARTIAL-O
           MOVE WS-MEASURE-FULLY       TO D1-FULLY-O
           MOVE WS-MEASURE-BOOSTED     TO D1-BOOSTED-O
           IF WS-MEASURE-LABEL = 'CASES' AND WS-DAYS-OVER > ZERO
              MOVE 'OVERSUM'           TO D1-FLAG-O
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-POP-FOUND-YES
                 MOVE 'NO POP'         TO D1-DENOM-O
              WHEN NOT WS-VAX-FOUND-YES
                 MOVE 'NO VAX'         TO D1-DENOM-O
              WHEN OTHER
                 PERFORM EDIT-RATES
           END-EVALUATE
           WRITE PRINT-REC           FROM WS-DETAILS-1
           .
      *
      *    A STATUS WITH NO ONE IN IT (OR A COVID19V FIGURE ABOVE
      *    THE POPULATION) HAS NO RATE - THE COLUMN STAYS BLANK ***
       EDIT-RATES.
           MOVE ZEROES                 TO WS-RATE-UNVAX WS-RATE-PARTIAL
                                          WS-RATE-FULLY WS-RATE-RATIO
           IF WS-POP-UNVAX > ZERO
              COMPUTE WS-RATE-UNVAX ROUNDED =
                 WS-MEASURE-UNVAX * 100000 / WS-POP-UNVAX
                 ON SIZE ERROR MOVE 9999999.99 TO WS-RATE-UNVAX
              END-COMPUTE
              MOVE WS-RATE-UNVAX       TO WS-RATE-O
              MOVE WS-RATE-O           TO D1-UNVAX-RATE-O
           END-IF
           IF WS-POP-PARTIAL > ZERO
              COMPUTE WS-RATE-PARTIAL ROUNDED =
                 WS-MEASURE-PARTIAL * 100000 / WS-POP-PARTIAL
                 ON SIZE ERROR MOVE 9999999.99 TO WS-RATE-PARTIAL
              END-COMPUTE
              MOVE WS-RATE-PARTIAL     TO WS-RATE-O
              MOVE WS-RATE-O           TO D1-PART-RATE-O
           END-IF
           IF WS-POP-FULLY > ZERO
              COMPUTE WS-RATE-FULLY ROUNDED =
                 (WS-MEASURE-FULLY + WS-MEASURE-BOOSTED) * 100000
                    / WS-POP-FULLY
                 ON SIZE ERROR MOVE 9999999.99 TO WS-RATE-FULLY
              END-COMPUTE
              MOVE WS-RATE-FULLY       TO WS-RATE-O
              MOVE WS-RATE-O           TO D1-FULL-RATE-O
           END-IF
           IF WS-POP-UNVAX > ZERO AND WS-RATE-FULLY > ZERO
              COMPUTE WS-RATE-RATIO ROUNDED =
                 WS-RATE-UNVAX / WS-RATE-FULLY
                 ON SIZE ERROR MOVE 99999.99 TO WS-RATE-RATIO
              END-COMPUTE
              MOVE WS-RATE-RATIO       TO WS-RATIO-O
              MOVE WS-RATIO-O          TO D1-RATIO-O
           ELSE
              MOVE '      N/A'         TO D1-RATIO-O
           END-IF
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)     TO WS-EDIT-DATE-O (1:4)
           MOVE '-'                    TO WS-EDIT-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)     TO WS-EDIT-DATE-O (6:2)
           MOVE '-'                    TO WS-EDIT-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)     TO WS-EDIT-DATE-O (9:2)
           .
      *
