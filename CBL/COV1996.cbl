      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1996.
       AUTHOR.         GEORGES B.
      *    Year-over-year same-week comparison: takes an ISO week and
      *    up to five years, and for every country on COUNTRYS prints
      *    that week's NEW-CONFIRMED, NEW-DEATHS and - where COVID19H
      *    has the days - NEW-ADMISSIONS for each year side by side,
      *    with the percent change on the year before it in the list.
      *    The week's Monday comes from the ISO rule COV1957 uses (the
      *    4th of January always falls in week 1). The case and death
      *    days are read through SUB0008, so a year already purged by
      *    COV1908 is read off the COVID19DH archive rather than
      *    printing as a week of nothing ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
           SELECT   COVID19H-FILE       ASSIGN COVID19H
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CVHS-CODE-DATE
                    FILE STATUS         IS WS-COVID19H-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING       ==:TAG1:== BY ==COUNTRYS==
                                     ==:TAG2:== BY ==C==.
      *
       FD  COVID19H-FILE.
       COPY COVID19H REPLACING       ==:TAG1:== BY ==COVID19H==
                                     ==:TAG2:== BY ==CVHS==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COUNTRYS-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19H-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-BROWSE-DONE           PIC X VALUE 'N'.
            88 WS-BROWSE-DONE-YES      VALUE 'Y'.
           03 WS-HOSP-AVAIL            PIC X VALUE 'N'.
            88 WS-HOSP-AVAIL-YES       VALUE 'Y'.
           03 WS-ANY-CASE-DATA         PIC X VALUE 'N'.
            88 WS-ANY-CASE-DATA-YES    VALUE 'Y'.
           03 WS-ANY-HOSP-DATA         PIC X VALUE 'N'.
            88 WS-ANY-HOSP-DATA-YES    VALUE 'Y'.
      *
      *    A PARM LONGER THAN ITS LAYOUT IS CUT AT THE FIELD ***
       77  WS-PARM-TEXT-LEN            PIC S9(4) COMP VALUE ZERO.
      *
      *    THE UNIFIED COVID19D/COVID19DH ACCESS MODULE ***
       77  WS-ACC-PGM-NAME             PIC X(08) VALUE 'SUB0008'.
       77  WS-ACC-MODE                 PIC X(01) VALUE 'B'.
       77  WS-RANGE-END-DATE           PIC 9(08) VALUE ZEROES.
       01  WS-LOOKUP-KEY.
           03 WS-KEY-CODE              PIC X(05) VALUE SPACES.
           03 WS-KEY-DATE              PIC 9(08) VALUE ZEROES.
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==ACCESS==.
       COPY COVID19D REPLACING     ==:TAG1:==     BY ==WS-COVID19D==
                                   ==:TAG2:==     BY ==WS-CVD==.
      *
      *    SHARED CALENDAR SERVICE - THE DAY OF WEEK OF JANUARY 4TH
      *    ANCHORS THE ISO WEEK GRID ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==DATECHK==.
      *
       01  WS-RUN-PARMS.
           03 WS-WEEK-NO               PIC 9(02) VALUE ZEROES.
           03 WS-PARM-YEAR OCCURS 5 TIMES
                                       PIC 9(04).
      *
      *    ONE SLOT PER YEAR ASKED FOR, IN THE ORDER GIVEN ***
       01  WS-YEAR-TABLE.
           03 WS-YR-ENTRY OCCURS 5 TIMES
                           INDEXED BY WS-YR-IDX WS-YR-PREV.
              05 WS-YR-YEAR            PIC 9(04).
              05 WS-YR-MONDAY          PIC 9(08).
              05 WS-YR-SUNDAY          PIC 9(08).
              05 WS-YR-CONFIRMED       PIC S9(09).
              05 WS-YR-DEATHS          PIC S9(09).
              05 WS-YR-ADMISSIONS      PIC 9(09).
              05 WS-YR-CASE-DAYS       PIC 9(01).
              05 WS-YR-HOSP-DAYS       PIC 9(01).
       01  WS-YR-COUNT                 PIC 9(01) VALUE ZERO.
      *
       01  WS-WEEK-WORK.
           03 WS-JAN4-INT              PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-MONDAY-INT            PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-DAY-SUB               PIC 9(01) VALUE ZERO.
           03 WS-DAY-DATE              PIC 9(08) VALUE ZEROES.
      *
       01  WS-ROW-WORK.
           03 WS-ROW-KIND              PIC X(01) VALUE SPACE.
            88 WS-ROW-CONFIRMED        VALUE 'C'.
            88 WS-ROW-DEATHS           VALUE 'D'.
            88 WS-ROW-ADMISSIONS       VALUE 'A'.
           03 WS-THIS-VALUE            PIC S9(09) VALUE ZEROES.
           03 WS-PRIOR-VALUE           PIC S9(09) VALUE ZEROES.
           03 WS-THIS-KNOWN            PIC X(01) VALUE 'N'.
           03 WS-PRIOR-KNOWN           PIC X(01) VALUE 'N'.
           03 WS-CHANGE-PCT            PIC S9(05)V9 VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-COUNTRIES-READ        PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-LISTED      PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-NO-DATA     PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1996'.
           03 FILLER                   PIC X(50) VALUE
                '*** SAME-WEEK YEAR-OVER-YEAR COMPARISON *** '.
           03 FILLER                   PIC X(09) VALUE 'ISO WEEK '.
           03 H1-WEEK-O                PIC 99.
      *
      *    ONE YEAR BLOCK PER YEAR ASKED FOR: FIGURE, THEN CHANGE ***
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(11) VALUE 'FIGURE'.
           03 H2-YEAR-BLOCK OCCURS 5 TIMES.
              05 FILLER                PIC X(02).
              05 H2-YEAR-O             PIC X(12).
              05 FILLER                PIC X(01).
              05 H2-PCT-O              PIC X(07).
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 D1-FIGURE-O              PIC X(11).
           03 D1-YEAR-BLOCK OCCURS 5 TIMES.
              05 FILLER                PIC X(02).
              05 D1-VALUE-O            PIC -ZZZ,ZZZ,ZZ9.
              05 D1-VALUE-X REDEFINES D1-VALUE-O
                                       PIC X(12).
              05 FILLER                PIC X(01).
              05 D1-PCT-O              PIC -ZZZ9.9.
              05 D1-PCT-X REDEFINES D1-PCT-O
                                       PIC X(07).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='14202020212022' - THE WEEK, THEN UP TO FIVE YEARS,
      *    OLDEST FIRST ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-WEEK             PIC 9(02).
           03 LK-PARM-YEARS            PIC X(20).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           MOVE ZEROES               TO WS-RUN-PARMS
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-WEEK      TO WS-WEEK-NO
              IF LK-PARM-LEN > 2
                 COMPUTE WS-PARM-TEXT-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 2, 20)
                 MOVE LK-PARM-YEARS (1:WS-PARM-TEXT-LEN)
                                     TO WS-RUN-PARMS (3:)
              END-IF
           ELSE
              DISPLAY '*** ISO week number 01-53: '
              ACCEPT WS-WEEK-NO
              PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                 UNTIL WS-YR-IDX > 5
                 DISPLAY '*** Year YYYY, or 0 to finish: '
                 ACCEPT WS-PARM-YEAR (WS-YR-IDX)
                 IF WS-PARM-YEAR (WS-YR-IDX) = ZERO
                    SET WS-YR-IDX    TO 5
                 END-IF
              END-PERFORM
           END-IF
           IF WS-WEEK-NO < 1 OR WS-WEEK-NO > 53
              DISPLAY '*** ERROR ISO week is Missing or not Valid'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-YEAR-TABLE
           IF WS-YR-COUNT = ZERO
              DISPLAY '*** ERROR no valid year given'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-COUNTRYS-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              PERFORM PROCESS-ONE-COUNTRY
              PERFORM READ-COUNTRYS-NEXT
           END-PERFORM
           DISPLAY 'Countries READ: '               WS-COUNTRIES-READ
           DISPLAY 'Countries LISTED: '             WS-COUNTRIES-LISTED
           DISPLAY 'Countries with NO DATA for the week: '
                                                   WS-COUNTRIES-NO-DATA
           MOVE 'C'                  TO WS-ACC-MODE
           PERFORM CALL-ACCESS-MODULE
           CLOSE COUNTRYS-FILE PRINT-LINE
           IF WS-HOSP-AVAIL-YES
              CLOSE COVID19H-FILE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    EACH YEAR'S MONDAY AND SUNDAY FOR THE WEEK. A WEEK 53 IN A
      *    52-WEEK YEAR WOULD REALLY BE NEXT YEAR'S WEEK 1 - THAT YEAR
      *    IS DROPPED WITH A MESSAGE RATHER THAN MISLABELLED ***
       BUILD-YEAR-TABLE.
           MOVE ZERO                 TO WS-YR-COUNT
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
              UNTIL WS-YR-IDX > 5
              IF WS-PARM-YEAR (WS-YR-IDX) > ZERO
                 PERFORM ADD-ONE-YEAR
              END-IF
           END-PERFORM
           .
      *
       ADD-ONE-YEAR.
           COMPUTE WS-EDIT-DATE =
              WS-PARM-YEAR (WS-YR-IDX) * 10000 + 0104
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** Year not valid, ignored: '
                          WS-PARM-YEAR (WS-YR-IDX)
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JAN4-INT =
              FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)
           COMPUTE WS-MONDAY-INT =
              WS-JAN4-INT - (WS-DAY-OF-WEEK - 1) +
              (WS-WEEK-NO - 1) * 7
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT + 3)
           IF WS-DAY-DATE (1:4) NOT = WS-PARM-YEAR (WS-YR-IDX)
              DISPLAY '*** Year has no ISO week ' WS-WEEK-NO
                      ', ignored: ' WS-PARM-YEAR (WS-YR-IDX)
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-YR-COUNT
           SET WS-YR-PREV            TO WS-YR-COUNT
           MOVE WS-PARM-YEAR (WS-YR-IDX) TO WS-YR-YEAR (WS-YR-PREV)
           COMPUTE WS-YR-MONDAY (WS-YR-PREV) =
              FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT)
           COMPUTE WS-YR-SUNDAY (WS-YR-PREV) =
              FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT + 6)
           .
      *
       OPEN-FILES.
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    NO HOSPITAL FILE JUST MEANS NO ADMISSIONS ROW ***
           OPEN INPUT  COVID19H-FILE
           IF WS-COVID19H-STATUS = ZERO
              MOVE 'Y'               TO WS-HOSP-AVAIL
           ELSE
              DISPLAY '*** COVID19H not available, status: '
                          WS-COVID19H-STATUS
                      ' - admissions not shown'
           END-IF
           OPEN OUTPUT PRINT-LINE
           PERFORM WRITE-REPORT-HEADERS
           .
      *
       WRITE-REPORT-HEADERS.
           MOVE WS-WEEK-NO           TO H1-WEEK-O
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
              UNTIL WS-YR-IDX > 5
              MOVE SPACES            TO H2-YEAR-O (WS-YR-IDX)
                                        H2-PCT-O (WS-YR-IDX)
              IF WS-YR-IDX NOT > WS-YR-COUNT
                 MOVE WS-YR-YEAR (WS-YR-IDX)
                                     TO H2-YEAR-O (WS-YR-IDX) (9:4)
                 IF WS-YR-IDX > 1
                    MOVE ' CHG %'    TO H2-PCT-O (WS-YR-IDX)
                 END-IF
              END-IF
           END-PERFORM
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
       READ-COUNTRYS-NEXT.
           READ COUNTRYS-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
              NOT AT END ADD 1       TO WS-COUNTRIES-READ
           END-READ
           .
      *
       PROCESS-ONE-COUNTRY.
           MOVE 'N'                  TO WS-ANY-CASE-DATA
                                        WS-ANY-HOSP-DATA
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
              UNTIL WS-YR-IDX > WS-YR-COUNT
              PERFORM SUM-CASE-WEEK
              PERFORM SUM-HOSP-WEEK
           END-PERFORM
           IF NOT WS-ANY-CASE-DATA-YES AND NOT WS-ANY-HOSP-DATA-YES
              ADD 1                  TO WS-COUNTRIES-NO-DATA
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'                  TO WS-ROW-KIND
           PERFORM WRITE-ONE-FIGURE-ROW
           MOVE 'D'                  TO WS-ROW-KIND
           PERFORM WRITE-ONE-FIGURE-ROW
           IF WS-ANY-HOSP-DATA-YES
              MOVE 'A'               TO WS-ROW-KIND
              PERFORM WRITE-ONE-FIGURE-ROW
           END-IF
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           ADD 1                     TO WS-COUNTRIES-LISTED
           .
      *
      *    A BOUNDED BROWSE, MONDAY TO SUNDAY - SUB0008 SPLICES THE
      *    ARCHIVE AND LIVE SIDES UNDERNEATH ***
       SUM-CASE-WEEK.
           MOVE ZEROES               TO WS-YR-CONFIRMED (WS-YR-IDX)
                                        WS-YR-DEATHS (WS-YR-IDX)
                                        WS-YR-CASE-DAYS (WS-YR-IDX)
           MOVE 'N'                  TO WS-BROWSE-DONE
           MOVE C-CODE               TO WS-KEY-CODE
           MOVE WS-YR-MONDAY (WS-YR-IDX) TO WS-KEY-DATE
           MOVE WS-YR-SUNDAY (WS-YR-IDX) TO WS-RANGE-END-DATE
           MOVE 'B'                  TO WS-ACC-MODE
           PERFORM CALL-ACCESS-MODULE
           PERFORM UNTIL WS-BROWSE-DONE-YES
              IF NOT WS-ACCESS-OK
                 MOVE 'Y'            TO WS-BROWSE-DONE
              ELSE
                 ADD WS-CVD-NEW-CONFIRMED
                                     TO WS-YR-CONFIRMED (WS-YR-IDX)
                 ADD WS-CVD-NEW-DEATHS
                                     TO WS-YR-DEATHS (WS-YR-IDX)
                 ADD 1               TO WS-YR-CASE-DAYS (WS-YR-IDX)
                 MOVE 'Y'            TO WS-ANY-CASE-DATA
                 MOVE 'N'            TO WS-ACC-MODE
                 PERFORM CALL-ACCESS-MODULE
              END-IF
           END-PERFORM
           .
      *
      *    THE WEEK'S SEVEN CENSUS DAYS, RANDOM-READ BY KEY - A
      *    MISSING DAY JUST CONTRIBUTES NOTHING ***
       SUM-HOSP-WEEK.
           MOVE ZEROES               TO WS-YR-ADMISSIONS (WS-YR-IDX)
                                        WS-YR-HOSP-DAYS (WS-YR-IDX)
           IF NOT WS-HOSP-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONDAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-YR-MONDAY (WS-YR-IDX))
           PERFORM VARYING WS-DAY-SUB FROM 0 BY 1
              UNTIL WS-DAY-SUB > 6
              COMPUTE WS-DAY-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT + WS-DAY-SUB)
              MOVE C-CODE            TO CVHS-CODE
              MOVE WS-DAY-DATE       TO CVHS-DATE
              READ COVID19H-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD CVHS-NEW-ADMISSIONS
                                     TO WS-YR-ADMISSIONS (WS-YR-IDX)
                    ADD 1            TO WS-YR-HOSP-DAYS (WS-YR-IDX)
                    MOVE 'Y'         TO WS-ANY-HOSP-DATA
              END-READ
           END-PERFORM
           .
      *
       CALL-ACCESS-MODULE.
           CALL WS-ACC-PGM-NAME USING
              WS-LOOKUP-KEY, WS-COVID19D-REC, WS-ACCESS-INFO,
              WS-ACC-MODE, WS-RANGE-END-DATE
           .
      *
      *    ONE FIGURE ACROSS THE YEARS. A YEAR WITH NO DAYS ON FILE
      *    PRINTS N/A, NOT ZERO, AND BREAKS THE CHANGE CHAIN ***
       WRITE-ONE-FIGURE-ROW.
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           IF WS-ROW-CONFIRMED
              MOVE C-CODE            TO D1-CODE-O
              MOVE 'CONFIRMED'       TO D1-FIGURE-O
           END-IF
           IF WS-ROW-DEATHS
              MOVE 'DEATHS'          TO D1-FIGURE-O
           END-IF
           IF WS-ROW-ADMISSIONS
              MOVE 'ADMISSIONS'      TO D1-FIGURE-O
           END-IF
           MOVE 'N'                  TO WS-PRIOR-KNOWN
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
              UNTIL WS-YR-IDX > WS-YR-COUNT
              PERFORM PICK-ROW-VALUE
              IF WS-THIS-KNOWN = 'Y'
                 MOVE WS-THIS-VALUE  TO D1-VALUE-O (WS-YR-IDX)
                 IF WS-PRIOR-KNOWN = 'Y' AND WS-PRIOR-VALUE > ZERO
                    COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-THIS-VALUE - WS-PRIOR-VALUE) * 100
                          / WS-PRIOR-VALUE
                       ON SIZE ERROR
                          MOVE 9999.9 TO WS-CHANGE-PCT
                    END-COMPUTE
                    MOVE WS-CHANGE-PCT TO D1-PCT-O (WS-YR-IDX)
                 END-IF
              ELSE
                 MOVE '         N/A' TO D1-VALUE-X (WS-YR-IDX)
              END-IF
              MOVE WS-THIS-KNOWN     TO WS-PRIOR-KNOWN
              MOVE WS-THIS-VALUE     TO WS-PRIOR-VALUE
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
       PICK-ROW-VALUE.
           MOVE 'N'                  TO WS-THIS-KNOWN
           MOVE ZEROES               TO WS-THIS-VALUE
           EVALUATE TRUE
              WHEN WS-ROW-CONFIRMED
                 IF WS-YR-CASE-DAYS (WS-YR-IDX) > ZERO
                    MOVE 'Y'         TO WS-THIS-KNOWN
                    MOVE WS-YR-CONFIRMED (WS-YR-IDX) TO WS-THIS-VALUE
                 END-IF
              WHEN WS-ROW-DEATHS
                 IF WS-YR-CASE-DAYS (WS-YR-IDX) > ZERO
                    MOVE 'Y'         TO WS-THIS-KNOWN
                    MOVE WS-YR-DEATHS (WS-YR-IDX) TO WS-THIS-VALUE
                 END-IF
              WHEN OTHER
                 IF WS-YR-HOSP-DAYS (WS-YR-IDX) > ZERO
                    MOVE 'Y'         TO WS-THIS-KNOWN
                    MOVE WS-YR-ADMISSIONS (WS-YR-IDX) TO WS-THIS-VALUE
                 END-IF
           END-EVALUATE
           .
      *
