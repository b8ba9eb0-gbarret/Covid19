      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1991.
       AUTHOR.         GEORGES B.
      *    Nightly subnational roll-up reconciliation: walks the
      *    COVID19P province file in key order, sums each country's
      *    provinces for the day with a control break, and holds the
      *    sums against that country's COVID19D NEW-CONFIRMED and
      *    NEW-DEATHS for the same date. A country-day whose provinces
      *    miss the national figure by more than the tolerance - a
      *    percent of the national figure, with a small absolute
      *    floor so a quiet day isn't flagged over one case - is
      *    listed, as is a country-day with provinces but no national
      *    record at all. This is the list the ministry asks for every
      *    week. RC 4 when anything is listed ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE
                    FILE STATUS         IS WS-PRTLINE-STATUS
           .
           SELECT   COVID19P-FILE       ASSIGN COVID19P
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CVP-KEY
                    FILE STATUS         IS WS-COVID19P-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19P-FILE.
       COPY COVID19P REPLACING       ==:TAG1:== BY ==COVID19P==
                                     ==:TAG2:== BY ==CVP==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING       ==:TAG1:== BY ==COVID19D==
                                     ==:TAG2:== BY ==CV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19P-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PRTLINE-STATUS           PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-NATIONAL-FOUND        PIC X VALUE 'N'.
            88 WS-NATIONAL-FOUND-YES   VALUE 'Y'.
           03 WS-CODE-LISTED           PIC X VALUE 'N'.
            88 WS-CODE-LISTED-YES      VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-START-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-END-DATE              PIC 9(08) VALUE ZEROES.
      *    PERCENT OF THE NATIONAL FIGURE THE PROVINCES MAY MISS BY ***
           03 WS-TOL-PCT               PIC 9(03)V99 VALUE 2.
      *
      *    BELOW THIS MANY CASES/DEATHS A MISS IS NOISE, WHATEVER THE
      *    PERCENT SAYS ***
       77  WS-TOL-FLOOR                PIC 9(05) VALUE 5.
      *
       01  WS-CURR-DATE-NUM            PIC 9(08) VALUE ZEROES.
      *
      *    THE COUNTRY-DAY IN FLIGHT AND ITS RUNNING PROVINCE SUMS ***
       01  WS-BREAK-KEY.
           03 WS-BRK-CODE              PIC X(05) VALUE SPACES.
           03 WS-BRK-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-LAST-LISTED-CODE         PIC X(05) VALUE SPACES.
       01  WS-SUMS.
           03 WS-SUM-PROVINCES         PIC 9(05) VALUE ZEROES.
           03 WS-SUM-NEW-CONFIRMED     PIC S9(11) VALUE ZEROES.
           03 WS-SUM-NEW-DEATHS        PIC S9(11) VALUE ZEROES.
      *
       01  WS-COMPARE.
           03 WS-NAT-NEW-CONFIRMED     PIC S9(11) VALUE ZEROES.
           03 WS-NAT-NEW-DEATHS        PIC S9(11) VALUE ZEROES.
           03 WS-DIFF-CONFIRMED        PIC S9(11) VALUE ZEROES.
           03 WS-DIFF-DEATHS           PIC S9(11) VALUE ZEROES.
           03 WS-ALLOW-CONFIRMED       PIC 9(11)V99 VALUE ZEROES.
           03 WS-ALLOW-DEATHS          PIC 9(11)V99 VALUE ZEROES.
           03 WS-VERDICT               PIC X(12) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-DAYS-CHECKED          PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-MISMATCHED       PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-NO-NATIONAL      PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRIES-LISTED      PIC 9(05) VALUE ZEROES.
      *
      *    SHARED TOKEN ON THE COVID19 INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV1991'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1991'.
           03 FILLER                   PIC X(50) VALUE
                '*** SUBNATIONAL ROLL-UP RECONCILIATION *** '.
           03 FILLER                   PIC X(12) VALUE 'Tolerance: '.
           03 H1-TOL-PCT-O             PIC ZZ9.99.
           03 FILLER                   PIC X(01) VALUE '%'.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(10) VALUE 'DATE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'PROVS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PROV CONF'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'NATL CONF'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'DIFFERENCE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PROV DEATHS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'NATL DEATHS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'DIFFERENCE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'VERDICT'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-PROVS-O               PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-PROV-CONF-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-NAT-CONF-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-DIFF-CONF-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-PROV-DEATHS-O         PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-NAT-DEATHS-O          PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-DIFF-DEATHS-O         PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-VERDICT-O             PIC X(12).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='202103012021030100200' - DATE RANGE (ZEROS FOR AN
      *    OPEN END) AND TOLERANCE PERCENT WITH TWO DECIMALS ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-START-DATE       PIC 9(08).
           03 LK-PARM-END-DATE         PIC 9(08).
           03 LK-PARM-TOL-PCT          PIC 9(03)V99.
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-START-DATE  TO WS-START-DATE
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
      *       A SHORT PARM LEAVES THE TOLERANCE AT ITS DEFAULT ***
              IF LK-PARM-LEN > 16 AND LK-PARM-TOL-PCT NUMERIC
                 MOVE LK-PARM-TOL-PCT  TO WS-TOL-PCT
              END-IF
           ELSE
              DISPLAY '*** Start date YYYYMMDD, or 0 for all: '
              ACCEPT WS-START-DATE
              DISPLAY '*** End date YYYYMMDD, or 0 for all: '
              ACCEPT WS-END-DATE
              DISPLAY '*** Tolerance percent (e.g. 2.00): '
              ACCEPT WS-TOL-PCT
           END-IF
      *
           MOVE 'S '                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              MOVE 'RS'              TO WS-LOCK-MODE
              CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
                 WS-LOCK-MODE, WS-LOCK-INFO
              MOVE 16                TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-COVID19P-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF (WS-START-DATE = ZERO OR
                  WS-CURR-DATE-NUM NOT < WS-START-DATE) AND
                 (WS-END-DATE = ZERO OR
                  WS-CURR-DATE-NUM NOT > WS-END-DATE)
                 PERFORM PROCESS-ONE-PROVINCE-ROW
              END-IF
              PERFORM READ-COVID19P-NEXT
           END-PERFORM
           PERFORM RECONCILE-COUNTRY-DAY
           DISPLAY 'Country-days CHECKED: '      WS-DAYS-CHECKED
           DISPLAY 'Country-days OUT OF TOLERANCE: '
                                                 WS-DAYS-MISMATCHED
           DISPLAY 'Country-days with NO NATIONAL RECORD: '
                                                 WS-DAYS-NO-NATIONAL
           DISPLAY 'Countries LISTED: '          WS-COUNTRIES-LISTED
           IF WS-DAYS-MISMATCHED > ZERO OR WS-DAYS-NO-NATIONAL > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           CLOSE COVID19P-FILE COVID19D-FILE PRINT-LINE
           MOVE 'RS'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT  COVID19P-FILE
           IF WS-COVID19P-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING COVID19P-FILE-STATUS: '
                          WS-COVID19P-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              CLOSE COVID19P-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           IF WS-PRTLINE-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING PRINT-LINE-STATUS: '
                          WS-PRTLINE-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              CLOSE COVID19P-FILE COVID19D-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TOL-PCT           TO H1-TOL-PCT-O
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
       READ-COVID19P-NEXT.
           READ COVID19P-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
              NOT AT END MOVE CVP-DATE TO WS-CURR-DATE-NUM
           END-READ
           .
      *
       PROCESS-ONE-PROVINCE-ROW.
           IF CVP-CODE NOT = WS-BRK-CODE OR
              CVP-DATE NOT = WS-BRK-DATE
              PERFORM RECONCILE-COUNTRY-DAY
              MOVE CVP-CODE          TO WS-BRK-CODE
              MOVE CVP-DATE          TO WS-BRK-DATE
           END-IF
           ADD 1                     TO WS-SUM-PROVINCES
           ADD CVP-NEW-CONFIRMED     TO WS-SUM-NEW-CONFIRMED
           ADD CVP-NEW-DEATHS        TO WS-SUM-NEW-DEATHS
           .
      *
      *    CLOSES THE COUNTRY-DAY JUST SUMMED AGAINST ITS NATIONAL
      *    RECORD; NOTHING TO CLOSE ON THE FIRST ROW OF THE RUN ***
       RECONCILE-COUNTRY-DAY.
           IF WS-SUM-PROVINCES = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-DAYS-CHECKED
           MOVE SPACES               TO WS-VERDICT
           MOVE ZEROES               TO WS-NAT-NEW-CONFIRMED
                                        WS-NAT-NEW-DEATHS
           MOVE WS-BRK-CODE          TO CV-CODE
           MOVE WS-BRK-DATE          TO CV-DATE
           READ COVID19D-FILE
              INVALID KEY
                 MOVE 'N'            TO WS-NATIONAL-FOUND
              NOT INVALID KEY
                 MOVE 'Y'            TO WS-NATIONAL-FOUND
                 MOVE CV-NEW-CONFIRMED TO WS-NAT-NEW-CONFIRMED
                 MOVE CV-NEW-DEATHS  TO WS-NAT-NEW-DEATHS
           END-READ
           COMPUTE WS-DIFF-CONFIRMED =
              WS-SUM-NEW-CONFIRMED - WS-NAT-NEW-CONFIRMED
           COMPUTE WS-DIFF-DEATHS =
              WS-SUM-NEW-DEATHS - WS-NAT-NEW-DEATHS
           IF NOT WS-NATIONAL-FOUND-YES
              MOVE 'NO NATIONAL'     TO WS-VERDICT
              ADD 1                  TO WS-DAYS-NO-NATIONAL
           ELSE
              PERFORM SET-TOLERANCE-VERDICT
           END-IF
           IF WS-VERDICT NOT = SPACES
              PERFORM WRITE-ONE-MISMATCH-LINE
           END-IF
           MOVE ZEROES               TO WS-SUM-PROVINCES
                                        WS-SUM-NEW-CONFIRMED
                                        WS-SUM-NEW-DEATHS
           .
      *
      *    THE ALLOWANCE IS THE PERCENT OF THE NATIONAL FIGURE OR THE
      *    FLOOR, WHICHEVER IS THE LARGER ***
       SET-TOLERANCE-VERDICT.
           COMPUTE WS-ALLOW-CONFIRMED =
              FUNCTION ABS (WS-NAT-NEW-CONFIRMED) * WS-TOL-PCT / 100
           IF WS-ALLOW-CONFIRMED < WS-TOL-FLOOR
              MOVE WS-TOL-FLOOR      TO WS-ALLOW-CONFIRMED
           END-IF
           COMPUTE WS-ALLOW-DEATHS =
              FUNCTION ABS (WS-NAT-NEW-DEATHS) * WS-TOL-PCT / 100
           IF WS-ALLOW-DEATHS < WS-TOL-FLOOR
              MOVE WS-TOL-FLOOR      TO WS-ALLOW-DEATHS
           END-IF
           EVALUATE TRUE
             WHEN FUNCTION ABS (WS-DIFF-CONFIRMED) > WS-ALLOW-CONFIRMED
              AND FUNCTION ABS (WS-DIFF-DEATHS) > WS-ALLOW-DEATHS
               MOVE 'BOTH'           TO WS-VERDICT
             WHEN FUNCTION ABS (WS-DIFF-CONFIRMED) > WS-ALLOW-CONFIRMED
               MOVE 'CONFIRMED'      TO WS-VERDICT
             WHEN FUNCTION ABS (WS-DIFF-DEATHS) > WS-ALLOW-DEATHS
               MOVE 'DEATHS'         TO WS-VERDICT
           END-EVALUATE
           IF WS-VERDICT NOT = SPACES
              ADD 1                  TO WS-DAYS-MISMATCHED
           END-IF
           .
      *
       WRITE-ONE-MISMATCH-LINE.
           IF WS-BRK-CODE NOT = WS-LAST-LISTED-CODE
              MOVE WS-BRK-CODE       TO WS-LAST-LISTED-CODE
              ADD 1                  TO WS-COUNTRIES-LISTED
           END-IF
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE WS-BRK-CODE          TO D1-CODE-O
           MOVE WS-BRK-DATE (1:4)    TO D1-DATE-O (1:4)
           MOVE '-'                  TO D1-DATE-O (5:1)
           MOVE WS-BRK-DATE (5:2)    TO D1-DATE-O (6:2)
           MOVE '-'                  TO D1-DATE-O (8:1)
           MOVE WS-BRK-DATE (7:2)    TO D1-DATE-O (9:2)
           MOVE WS-SUM-PROVINCES     TO D1-PROVS-O
           MOVE WS-SUM-NEW-CONFIRMED TO D1-PROV-CONF-O
           MOVE WS-SUM-NEW-DEATHS    TO D1-PROV-DEATHS-O
           IF WS-NATIONAL-FOUND-YES
              MOVE WS-NAT-NEW-CONFIRMED TO D1-NAT-CONF-O
              MOVE WS-NAT-NEW-DEATHS TO D1-NAT-DEATHS-O
              MOVE WS-DIFF-CONFIRMED TO D1-DIFF-CONF-O
              MOVE WS-DIFF-DEATHS    TO D1-DIFF-DEATHS-O
           END-IF
           MOVE WS-VERDICT           TO D1-VERDICT-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
