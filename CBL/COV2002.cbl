      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2002.
       AUTHOR.         GEORGES B.
      *    Monthly file growth and capacity forecast off the BALREG
      *    balancing register, for the four indexed operational files
      *    COV1977 balances. The type-C closing counts give each
      *    file's month-end record count over the 12 months ending
      *    with the PARM month and the average daily growth across
      *    that window; against the ceiling the operators set on the
      *    CAPCEIL cards that gives the projected date the file fills
      *    up. The type-M movement lines give the REWRITE/DELETE churn
      *    built up since the file's last COV1912 reorg (COV1912
      *    posts its reload under its own name, which is how the
      *    reorg is found). Return code 4 when a file is projected to
      *    reach its ceiling inside the warning horizon, is already
      *    at it, or has churned past the reorg threshold ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   BALREG-FILE         ASSIGN BALREG
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-BALREG-STATUS
           .
           SELECT   CAPCEIL-FILE        ASSIGN CAPCEIL
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-CAPCEIL-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  BALREG-FILE
           RECORDING MODE IS F
           .
       COPY BALREG REPLACING         ==:TAG1:== BY ==BALREG==
                                     ==:TAG2:== BY ==BL==.
      *
      *    ONE CARD PER FILE: LOGICAL FILE NAME AND THE RECORD COUNT
      *    THE OPERATORS WANT TO BE WARNED ABOUT ***
       FD  CAPCEIL-FILE
           RECORDING MODE IS F
           .
       01  CAPCEIL-REC.
           03 CE-FILE-ID               PIC X(08).
           03 FILLER                   PIC X(01).
           03 CE-CEILING               PIC 9(09).
           03 FILLER                   PIC X(62).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-BALREG-STATUS         PIC 99 VALUE ZEROS.
           03 WS-CAPCEIL-STATUS        PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-ATTENTION             PIC X VALUE 'N'.
            88 WS-ATTENTION-YES        VALUE 'Y'.
      *
      *    A FILL DATE CLOSER THAN THIS IS A WARNING, AND CHURN SINCE
      *    THE LAST REORG ABOVE THIS PERCENTAGE OF THE LIVE COUNT
      *    CALLS FOR THE NEXT COV1912 ***
       77  WS-WARN-HORIZON-DAYS       PIC 9(03) VALUE 90.
       77  WS-REORG-CHURN-PCT         PIC 9(03) VALUE 50.
      *
       01  WS-RUN-PARMS.
           03 WS-END-MONTH             PIC 9(06) VALUE ZEROES.
           03 WS-END-MONTH-R REDEFINES WS-END-MONTH.
              05 WS-END-YEAR           PIC 9(04).
              05 WS-END-MON            PIC 9(02).
           03 WS-START-MONTH           PIC 9(06) VALUE ZEROES.
           03 WS-START-MONTH-R REDEFINES WS-START-MONTH.
              05 WS-START-YEAR         PIC 9(04).
              05 WS-START-MON          PIC 9(02).
       01  WS-REC-MONTH                PIC 9(06) VALUE ZEROES.
       01  WS-REC-MONTH-R REDEFINES WS-REC-MONTH.
           03 WS-REC-YEAR              PIC 9(04).
           03 WS-REC-MON               PIC 9(02).
       01  WS-MON-SUB                  PIC S9(04) COMP VALUE ZERO.
       01  WS-FILE-SUB                 PIC 9(01) VALUE ZERO.
      *
      *    ONE SLOT PER INDEXED OPERATIONAL FILE, SAME ORDER AS
      *    COV1977 ***
       01  WS-FILE-TABLE.
           03 WS-FILE-ENTRY OCCURS 4 TIMES
                             INDEXED BY WS-FILE-IDX.
              05 WS-FT-FILE-ID         PIC X(08).
              05 WS-FT-CEILING         PIC 9(09).
              05 WS-FT-CEILING-SET     PIC X(01).
              05 WS-FT-MONTH-END OCCURS 12 TIMES.
                 07 WS-FT-ME-COUNT     PIC 9(09).
                 07 WS-FT-ME-SET       PIC X(01).
              05 WS-FT-FIRST-DATE      PIC 9(08).
              05 WS-FT-FIRST-COUNT     PIC 9(09).
              05 WS-FT-LAST-DATE       PIC 9(08).
              05 WS-FT-LAST-COUNT      PIC 9(09).
              05 WS-FT-REORG-DATE      PIC 9(08).
              05 WS-FT-CHURN           PIC 9(11).
      *
       01  WS-FORECAST.
           03 WS-WINDOW-DAYS           PIC S9(07) COMP-3 VALUE ZERO.
           03 WS-DAILY-GROWTH          PIC S9(09)V9 COMP-3 VALUE ZERO.
           03 WS-HEADROOM              PIC S9(10) COMP-3 VALUE ZERO.
           03 WS-DAYS-LEFT             PIC S9(09) COMP-3 VALUE ZERO.
           03 WS-FILL-DATE             PIC 9(08) VALUE ZERO.
           03 WS-CHURN-PCT             PIC S9(07) COMP-3 VALUE ZERO.
           03 WS-CHANGE                PIC S9(10) COMP-3 VALUE ZERO.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
       01  WS-EDIT-DATE-X              PIC X(10) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-REGISTER-READ         PIC 9(07) VALUE ZEROES.
           03 WS-CARDS-READ            PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2002'.
           03 FILLER                   PIC X(50) VALUE
                '*** FILE GROWTH AND CAPACITY FORECAST *** '.
           03 FILLER                   PIC X(08) VALUE 'MONTH: '.
           03 H1-MONTH-O               PIC X(07).
      *
       01  WS-HEADER-TREND.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'MONTH-END'.
           03 HT-FILE OCCURS 4 TIMES.
              05 FILLER                PIC X(06).
              05 HT-FILE-O             PIC X(08).
              05 FILLER                PIC X(11) VALUE
                   '     CHANGE'.
      *
       01  WS-DETAILS-TREND.
           03 FILLER                   PIC X(02).
           03 DT-MONTH-O               PIC X(07).
           03 FILLER                   PIC X(02).
           03 DT-FILE OCCURS 4 TIMES.
              05 FILLER                PIC X(01).
              05 DT-COUNT-O            PIC ZZZ,ZZZ,ZZ9.
              05 DT-COUNT-X REDEFINES DT-COUNT-O
                                       PIC X(11).
              05 FILLER                PIC X(02).
              05 DT-CHANGE-O           PIC -ZZ,ZZZ,ZZ9.
              05 DT-CHANGE-X REDEFINES DT-CHANGE-O
                                       PIC X(11).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'FILE'.
           03 FILLER                   PIC X(12) VALUE 'LAST CLOSE'.
           03 FILLER                   PIC X(13) VALUE '       COUNT'.
           03 FILLER                   PIC X(12) VALUE ' DAILY GROW'.
           03 FILLER                   PIC X(13) VALUE '     CEILING'.
           03 FILLER                   PIC X(18) VALUE
                'PROJECTED FULL'.
           03 FILLER                   PIC X(13) VALUE
                '  CHURN SINCE'.
           03 FILLER                   PIC X(12) VALUE ' LAST REORG'.
           03 FILLER                   PIC X(07) VALUE 'CHURN%'.
           03 FILLER                   PIC X(16) VALUE 'ADVICE'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-FILE-O                PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-LAST-DATE-O           PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-COUNT-O               PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-GROWTH-O              PIC -ZZZ,ZZ9.9.
           03 D1-GROWTH-X REDEFINES D1-GROWTH-O
                                       PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-CEILING-O             PIC ZZZ,ZZZ,ZZ9.
           03 D1-CEILING-X REDEFINES D1-CEILING-O
                                       PIC X(11).
           03 FILLER                   PIC X(02).
           03 D1-PROJECTED-O           PIC X(16).
           03 FILLER                   PIC X(02).
           03 D1-CHURN-O               PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-REORG-DATE-O          PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-CHURN-PCT-O           PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-ADVICE-O              PIC X(16).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='202112' - THE LAST MONTH OF THE 12 ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-END-MONTH        PIC 9(06).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-END-MONTH TO WS-END-MONTH
           ELSE
              DISPLAY '*** Last month of the forecast YYYYMM: '
              ACCEPT WS-END-MONTH
           END-IF
           IF WS-END-MONTH NOT NUMERIC OR WS-END-MON < 1
              OR WS-END-MON > 12 OR WS-END-YEAR < 1900
              DISPLAY '*** ERROR Month is Missing or not Valid'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-END-MON = 12
              COMPUTE WS-START-MONTH = WS-END-YEAR * 100 + 1
           ELSE
              COMPUTE WS-START-MONTH =
                 (WS-END-YEAR - 1) * 100 + WS-END-MON + 1
           END-IF
           PERFORM INIT-FILE-TABLE
           PERFORM LOAD-CEILING-CARDS
           PERFORM LOAD-REGISTER
           OPEN OUTPUT PRINT-LINE
           MOVE WS-END-YEAR          TO H1-MONTH-O (1:4)
           MOVE '-'                  TO H1-MONTH-O (5:1)
           MOVE WS-END-MON           TO H1-MONTH-O (6:2)
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           PERFORM WRITE-TREND-SECTION
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-2
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 4
              SET WS-FILE-IDX        TO WS-FILE-SUB
              PERFORM FORECAST-ONE-FILE
           END-PERFORM
           CLOSE PRINT-LINE
           DISPLAY 'BALREG lines READ: '          WS-REGISTER-READ
           DISPLAY 'CAPCEIL cards READ: '         WS-CARDS-READ
           IF WS-ATTENTION-YES
              DISPLAY '*** Capacity or reorg attention needed - '
                      'see the forecast'
              MOVE 4                 TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       INIT-FILE-TABLE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
              UNTIL WS-FILE-IDX > 4
              INITIALIZE WS-FILE-ENTRY (WS-FILE-IDX)
              MOVE 'N'               TO WS-FT-CEILING-SET (WS-FILE-IDX)
              PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                 UNTIL WS-MON-SUB > 12
                 MOVE 'N'            TO WS-FT-ME-SET (WS-FILE-IDX,
                                                      WS-MON-SUB)
              END-PERFORM
           END-PERFORM
           MOVE 'COVID19D'           TO WS-FT-FILE-ID (1)
           MOVE 'COVID19V'           TO WS-FT-FILE-ID (2)
           MOVE 'COVID19T'           TO WS-FT-FILE-ID (3)
           MOVE 'COUNTRYS'           TO WS-FT-FILE-ID (4)
           .
      *
      *    NO CARDS, NO CEILINGS - THE TREND AND CHURN STILL PRINT ***
       LOAD-CEILING-CARDS.
           OPEN INPUT CAPCEIL-FILE
           IF WS-CAPCEIL-STATUS > 0
              DISPLAY '*** No CAPCEIL cards - no ceilings set'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ CAPCEIL-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    ADD 1            TO WS-CARDS-READ
                    PERFORM APPLY-ONE-CEILING-CARD
              END-READ
           END-PERFORM
           CLOSE CAPCEIL-FILE
           .
      *
       APPLY-ONE-CEILING-CARD.
           IF CE-CEILING NOT NUMERIC OR CE-CEILING = ZERO
              DISPLAY '*** CAPCEIL card ceiling not valid: '
                      CAPCEIL-REC
              EXIT PARAGRAPH
           END-IF
           SET WS-FILE-IDX           TO 1
           SEARCH WS-FILE-ENTRY VARYING WS-FILE-IDX
              AT END
                 DISPLAY '*** CAPCEIL card for unknown file: '
                         CE-FILE-ID
              WHEN WS-FT-FILE-ID (WS-FILE-IDX) = CE-FILE-ID
                 MOVE CE-CEILING     TO WS-FT-CEILING (WS-FILE-IDX)
                 MOVE 'Y'            TO WS-FT-CEILING-SET (WS-FILE-IDX)
           END-SEARCH
           .
      *
      *    ONE PASS OF THE REGISTER, OLDEST LINE FIRST. NOTHING AFTER
      *    THE PARM MONTH COUNTS, SO AN OLD MONTH CAN BE RE-RUN ***
       LOAD-REGISTER.
           OPEN INPUT BALREG-FILE
           IF WS-BALREG-STATUS > 0
              DISPLAY '*** No BALREG register yet - nothing to '
                      'forecast'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ BALREG-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    ADD 1            TO WS-REGISTER-READ
                    MOVE BL-RUN-DATE (1:6) TO WS-REC-MONTH
                    IF WS-REC-MONTH NOT > WS-END-MONTH
                       PERFORM APPLY-ONE-REGISTER-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BALREG-FILE
           .
      *
       APPLY-ONE-REGISTER-LINE.
           SET WS-FILE-IDX           TO 1
           SEARCH WS-FILE-ENTRY VARYING WS-FILE-IDX
              AT END
                 EXIT PARAGRAPH
              WHEN WS-FT-FILE-ID (WS-FILE-IDX) = BL-FILE-ID
                 CONTINUE
           END-SEARCH
           EVALUATE TRUE
              WHEN BL-CLOSING
                 PERFORM APPLY-CLOSING-LINE
      *    THE REORG POSTS ITS RELOAD - CHURN STARTS AGAIN FROM IT ***
              WHEN BL-MOVEMENT AND BL-PROGRAM = 'COV1912'
                 MOVE BL-RUN-DATE    TO WS-FT-REORG-DATE (WS-FILE-IDX)
                 MOVE ZERO           TO WS-FT-CHURN (WS-FILE-IDX)
              WHEN BL-MOVEMENT
                 ADD BL-REWRITES BL-DELETES
                                     TO WS-FT-CHURN (WS-FILE-IDX)
           END-EVALUATE
           .
      *
       APPLY-CLOSING-LINE.
           MOVE BL-CLOSING-COUNT     TO WS-FT-LAST-COUNT (WS-FILE-IDX)
           MOVE BL-RUN-DATE          TO WS-FT-LAST-DATE (WS-FILE-IDX)
           IF WS-REC-MONTH < WS-START-MONTH
              EXIT PARAGRAPH
           END-IF
           IF WS-FT-FIRST-DATE (WS-FILE-IDX) = ZERO
              MOVE BL-RUN-DATE       TO WS-FT-FIRST-DATE (WS-FILE-IDX)
              MOVE BL-CLOSING-COUNT  TO WS-FT-FIRST-COUNT (WS-FILE-IDX)
           END-IF
           COMPUTE WS-MON-SUB =
              (WS-REC-YEAR * 12 + WS-REC-MON)
            - (WS-START-YEAR * 12 + WS-START-MON) + 1
           MOVE BL-CLOSING-COUNT     TO WS-FT-ME-COUNT (WS-FILE-IDX,
                                                        WS-MON-SUB)
           MOVE 'Y'                  TO WS-FT-ME-SET (WS-FILE-IDX,
                                                      WS-MON-SUB)
           .
      *
      *    MONTHS DOWN THE PAGE, ONE COUNT/CHANGE PAIR PER FILE ***
       WRITE-TREND-SECTION.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 4
              MOVE WS-FT-FILE-ID (WS-FILE-SUB)
                                     TO HT-FILE-O (WS-FILE-SUB)
           END-PERFORM
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-TREND
           MOVE WS-START-MONTH       TO WS-REC-MONTH
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE SPACES            TO WS-DETAILS-TREND
              MOVE WS-REC-YEAR       TO DT-MONTH-O (1:4)
              MOVE '-'               TO DT-MONTH-O (5:1)
              MOVE WS-REC-MON        TO DT-MONTH-O (6:2)
              PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 4
                 PERFORM FILL-ONE-TREND-CELL
              END-PERFORM
              WRITE PRINT-REC      FROM WS-DETAILS-TREND
              IF WS-REC-MON = 12
                 ADD 1               TO WS-REC-YEAR
                 MOVE 1              TO WS-REC-MON
              ELSE
                 ADD 1               TO WS-REC-MON
              END-IF
           END-PERFORM
           .
      *
       FILL-ONE-TREND-CELL.
           IF WS-FT-ME-SET (WS-FILE-SUB, WS-MON-SUB) NOT = 'Y'
              MOVE '         --'     TO DT-COUNT-X (WS-FILE-SUB)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-ME-COUNT (WS-FILE-SUB, WS-MON-SUB)
                                     TO DT-COUNT-O (WS-FILE-SUB)
           IF WS-MON-SUB > 1
              IF WS-FT-ME-SET (WS-FILE-SUB, WS-MON-SUB - 1) = 'Y'
                 COMPUTE WS-CHANGE =
                    WS-FT-ME-COUNT (WS-FILE-SUB, WS-MON-SUB)
                  - WS-FT-ME-COUNT (WS-FILE-SUB, WS-MON-SUB - 1)
                 MOVE WS-CHANGE      TO DT-CHANGE-O (WS-FILE-SUB)
              END-IF
           END-IF
           .
      *
       FORECAST-ONE-FILE.
           MOVE SPACES               TO WS-DETAILS-1
           MOVE WS-FT-FILE-ID (WS-FILE-IDX) TO D1-FILE-O
           IF WS-FT-LAST-DATE (WS-FILE-IDX) = ZERO
              MOVE 'NO CLOSING YET'  TO D1-PROJECTED-O
              MOVE ZERO              TO D1-COUNT-O D1-CHURN-O
                                        D1-CHURN-PCT-O
              MOVE SPACES            TO D1-GROWTH-X D1-CEILING-X
              WRITE PRINT-REC      FROM WS-DETAILS-1
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-LAST-DATE (WS-FILE-IDX) TO WS-EDIT-DATE
           PERFORM EDIT-ONE-DATE
           MOVE WS-EDIT-DATE-X       TO D1-LAST-DATE-O
           MOVE WS-FT-LAST-COUNT (WS-FILE-IDX) TO D1-COUNT-O
           PERFORM COMPUTE-DAILY-GROWTH
           PERFORM PROJECT-FILL-DATE
           PERFORM ASSESS-CHURN
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
      *    FIRST CLOSING IN THE WINDOW TO THE LAST ONE ***
       COMPUTE-DAILY-GROWTH.
           MOVE ZERO                 TO WS-WINDOW-DAYS WS-DAILY-GROWTH
           IF WS-FT-FIRST-DATE (WS-FILE-IDX) NOT = ZERO
              COMPUTE WS-WINDOW-DAYS =
                 FUNCTION INTEGER-OF-DATE
                    (WS-FT-LAST-DATE (WS-FILE-IDX))
               - FUNCTION INTEGER-OF-DATE
                    (WS-FT-FIRST-DATE (WS-FILE-IDX))
           END-IF
           IF WS-WINDOW-DAYS > ZERO
              COMPUTE WS-DAILY-GROWTH ROUNDED =
                 (WS-FT-LAST-COUNT (WS-FILE-IDX)
                - WS-FT-FIRST-COUNT (WS-FILE-IDX)) / WS-WINDOW-DAYS
              MOVE WS-DAILY-GROWTH   TO D1-GROWTH-O
           ELSE
              MOVE '       N/A'      TO D1-GROWTH-X
           END-IF
           .
      *
       PROJECT-FILL-DATE.
           IF WS-FT-CEILING-SET (WS-FILE-IDX) NOT = 'Y'
              MOVE '    NOT SET'     TO D1-CEILING-X
              MOVE 'NO CEILING'      TO D1-PROJECTED-O
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-CEILING (WS-FILE-IDX) TO D1-CEILING-O
           COMPUTE WS-HEADROOM = WS-FT-CEILING (WS-FILE-IDX)
                               - WS-FT-LAST-COUNT (WS-FILE-IDX)
           IF WS-HEADROOM NOT > ZERO
              MOVE 'AT CEILING'      TO D1-PROJECTED-O
              MOVE 'Y'               TO WS-ATTENTION
              EXIT PARAGRAPH
           END-IF
           IF WS-WINDOW-DAYS NOT > ZERO OR WS-DAILY-GROWTH NOT > ZERO
              MOVE 'NOT GROWING'     TO D1-PROJECTED-O
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-LEFT = WS-HEADROOM / WS-DAILY-GROWTH
           IF WS-DAYS-LEFT > 99999
              MOVE 'OVER 99999 DAYS' TO D1-PROJECTED-O
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FILL-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-FT-LAST-DATE (WS-FILE-IDX))
               + WS-DAYS-LEFT)
           MOVE WS-FILL-DATE         TO WS-EDIT-DATE
           PERFORM EDIT-ONE-DATE
           MOVE WS-EDIT-DATE-X       TO D1-PROJECTED-O
           IF WS-DAYS-LEFT NOT > WS-WARN-HORIZON-DAYS
              MOVE '*'               TO D1-PROJECTED-O (12:1)
              MOVE 'Y'               TO WS-ATTENTION
              MOVE 'SPACE REQUEST'   TO D1-ADVICE-O
           END-IF
           .
      *
      *    CHURN AS A PERCENTAGE OF THE LIVE RECORD COUNT ***
       ASSESS-CHURN.
           MOVE WS-FT-CHURN (WS-FILE-IDX) TO D1-CHURN-O
           IF WS-FT-REORG-DATE (WS-FILE-IDX) = ZERO
              MOVE 'NONE ON FILE'    TO D1-REORG-DATE-O
           ELSE
              MOVE WS-FT-REORG-DATE (WS-FILE-IDX) TO WS-EDIT-DATE
              PERFORM EDIT-ONE-DATE
              MOVE WS-EDIT-DATE-X    TO D1-REORG-DATE-O
           END-IF
           MOVE ZERO                 TO WS-CHURN-PCT
           IF WS-FT-LAST-COUNT (WS-FILE-IDX) > ZERO
              COMPUTE WS-CHURN-PCT ROUNDED =
                 WS-FT-CHURN (WS-FILE-IDX) * 100
               / WS-FT-LAST-COUNT (WS-FILE-IDX)
           END-IF
           IF WS-CHURN-PCT > 99999
              MOVE 99999             TO D1-CHURN-PCT-O
           ELSE
              MOVE WS-CHURN-PCT      TO D1-CHURN-PCT-O
           END-IF
           IF WS-CHURN-PCT > WS-REORG-CHURN-PCT
              MOVE 'Y'               TO WS-ATTENTION
              IF D1-ADVICE-O = SPACES
                 MOVE 'REORG DUE'    TO D1-ADVICE-O
              ELSE
                 MOVE 'SPACE + REORG' TO D1-ADVICE-O
              END-IF
           END-IF
           .
      *
       EDIT-ONE-DATE.
           MOVE SPACES               TO WS-EDIT-DATE-X
           MOVE WS-EDIT-DATE (1:4)   TO WS-EDIT-DATE-X (1:4)
           MOVE '-'                  TO WS-EDIT-DATE-X (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO WS-EDIT-DATE-X (6:2)
           MOVE '-'                  TO WS-EDIT-DATE-X (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO WS-EDIT-DATE-X (9:2)
           .
      *
