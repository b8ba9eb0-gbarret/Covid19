      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1993.
       AUTHOR.         GEORGES B.
      *    Vaccine stock ledger: runs each country forward day by day
      *    over COVID19V, setting the VACCDLVY deliveries received
      *    against the doses administered - opening stock, plus
      *    deliveries, less NEW-VACCINATIONS, gives closing stock.
      *    Every delivery dated before a country's first COVID19V day
      *    goes into its opening stock. Days of supply is the closing
      *    stock at the trailing 7-day administration rate. A day on
      *    which TOTAL-VACCINATIONS is more than everything ever
      *    delivered is flagged OVER-ADMIN - one of the two feeds is
      *    wrong - and the run ends RC 4 so it gets looked at. The
      *    ledger always runs from each country's first day; the PARM
      *    date range only limits which days are printed ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19V-FILE       ASSIGN COVID19V
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CVV-CODE-DATE
                    FILE STATUS         IS WS-COVID19V-STATUS
           .
           SELECT   VACCDLVY-FILE       ASSIGN VACCDLVY
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS VD-KEY
                    FILE STATUS         IS WS-VACCDLVY-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19V-FILE.
       COPY COVID19V REPLACING       ==:TAG1:== BY ==COVID19V==
                                     ==:TAG2:== BY ==CVV==.
      *
       FD  VACCDLVY-FILE.
       COPY VACCDLVY REPLACING       ==:TAG1:== BY ==VACCDLVY==
                                     ==:TAG2:== BY ==VD==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19V-STATUS          PIC 99 VALUE ZEROS.
       01  WS-VACCDLVY-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-DLV-EOF               PIC X VALUE 'N'.
            88 WS-DLV-EOF-OK           VALUE 'Y'.
           03 WS-COUNTRY-OPEN          PIC X VALUE 'N'.
            88 WS-COUNTRY-OPEN-YES     VALUE 'Y'.
           03 WS-COUNTRY-OVER          PIC X VALUE 'N'.
            88 WS-COUNTRY-OVER-YES     VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-SELECT-CODE           PIC X(05) VALUE SPACES.
           03 WS-START-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-END-DATE              PIC 9(08) VALUE ZEROES.
      *
       01  WS-CURR-CODE                PIC X(05) VALUE SPACES.
       01  WS-CURR-DATE-NUM            PIC 9(08) VALUE ZEROES.
      *
      *    THE LEDGER FOR THE COUNTRY IN HAND - SIGNED, A NEGATIVE
      *    CLOSING STOCK IS EXACTLY WHAT THE FLAG IS THERE TO SHOW ***
       01  WS-LEDGER.
           03 WS-CUM-DELIVERED         PIC 9(11) VALUE ZEROES.
           03 WS-OPENING-STOCK         PIC S9(11) VALUE ZEROES.
           03 WS-RECEIVED              PIC 9(11) VALUE ZEROES.
           03 WS-ADMINISTERED          PIC 9(09) VALUE ZEROES.
           03 WS-CLOSING-STOCK         PIC S9(11) VALUE ZEROES.
           03 WS-DAYS-OF-SUPPLY        PIC 9(07) VALUE ZEROES.
           03 WS-SUPPLY-KNOWN          PIC X VALUE 'N'.
            88 WS-SUPPLY-KNOWN-YES     VALUE 'Y'.
           03 WS-FLAG                  PIC X(10) VALUE SPACES.
      *
      *    THE CURRENT COUNTRY'S DELIVERIES, DATE ORDER AS THE KEY
      *    DELIVERS THEM; WS-DLV-NEXT IS THE FIRST NOT YET BOOKED ***
       01  WS-DLV-TABLE.
           03 WS-DLV-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DLV-IDX.
              05 WS-DLV-DATE           PIC 9(08).
              05 WS-DLV-DOSES          PIC 9(11).
       01  WS-DLV-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-DLV-NEXT                 PIC 9(05) VALUE ZEROES.
       01  WS-DLV-DATE-WORK            PIC 9(08) VALUE ZEROES.
      *
      *    LAST SEVEN DAYS' ADMINISTRATIONS, WRITTEN ROUND-ROBIN ***
       01  WS-RATE-TABLE.
           03 WS-RATE-SLOT OCCURS 7 TIMES
                            INDEXED BY WS-RATE-IDX
                                       PIC 9(09).
       01  WS-RATE-DAYS                PIC 9(07) VALUE ZEROES.
       01  WS-RATE-QUOT                PIC 9(07) VALUE ZEROES.
       01  WS-RATE-REM                 PIC 9(01) VALUE ZERO.
       01  WS-RATE-SUM                 PIC 9(11) VALUE ZEROES.
       01  WS-RATE-DIVISOR             PIC 9(01) VALUE ZERO.
       01  WS-RATE-DAILY               PIC 9(09)V99 VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-DAYS-LISTED           PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRIES-LISTED      PIC 9(05) VALUE ZEROES.
           03 WS-DAYS-OVER-ADMIN       PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRIES-OVER-ADMIN  PIC 9(05) VALUE ZEROES.
           03 WS-DLV-TABLE-FULL        PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1993'.
           03 FILLER                   PIC X(50) VALUE
                '*** VACCINE STOCK LEDGER *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(10) VALUE 'DATE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(15) VALUE 'OPENING STOCK'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'DELIVERED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'ADMINISTERED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(15) VALUE 'CLOSING STOCK'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(13) VALUE '7-DAY RATE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'DAYS SUP'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'FLAG'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-OPENING-O             PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-RECEIVED-O            PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-ADMIN-O               PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(03).
           03 D1-CLOSING-O             PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-RATE-O                PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(02).
           03 D1-SUPPLY-O              PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-FLAG-O                PIC X(10).
      *
       01  WS-DETAILS-2.
           03 FILLER                   PIC X(02).
           03 D2-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(18) VALUE
                '** COUNTRY TOTAL'.
           03 FILLER                   PIC X(12) VALUE 'DELIVERED'.
           03 D2-DELIVERED-O           PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'CLOSING'.
           03 D2-CLOSING-O             PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'DAYS SUP'.
           03 D2-SUPPLY-O              PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           03 FILLER                   PIC X(02).
           03 D2-FLAG-O                PIC X(10).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='GBR  2021010120210331' - BLANK CODE FOR EVERY
      *    COUNTRY, ZEROS FOR AN OPEN END ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-CODE             PIC X(05).
           03 LK-PARM-START-DATE       PIC 9(08).
           03 LK-PARM-END-DATE         PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-CODE        TO WS-SELECT-CODE
              MOVE LK-PARM-START-DATE  TO WS-START-DATE
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
           ELSE
              DISPLAY '*** Country code, or blank for all: '
              ACCEPT WS-SELECT-CODE
              DISPLAY '*** Start date YYYYMMDD, or 0 for all: '
              ACCEPT WS-START-DATE
              DISPLAY '*** End date YYYYMMDD, or 0 for all: '
              ACCEPT WS-END-DATE
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM POSITION-COVID19V
           PERFORM UNTIL WS-LAST-REC-YES
              PERFORM PROCESS-ONE-VAX-DAY
              PERFORM READ-COVID19V-NEXT
           END-PERFORM
           IF WS-COUNTRY-OPEN-YES
              PERFORM WRITE-COUNTRY-TOTAL
           END-IF
           DISPLAY 'Ledger days LISTED: '           WS-DAYS-LISTED
           DISPLAY 'Countries LISTED: '             WS-COUNTRIES-LISTED
           DISPLAY 'Days flagged OVER-ADMIN: '      WS-DAYS-OVER-ADMIN
           DISPLAY 'Countries flagged OVER-ADMIN: '
                                                WS-COUNTRIES-OVER-ADMIN
           IF WS-DLV-TABLE-FULL > ZERO
              DISPLAY '*** Countries with deliveries past the table: '
                          WS-DLV-TABLE-FULL
           END-IF
           CLOSE COVID19V-FILE VACCDLVY-FILE PRINT-LINE
      *    A COUNTRY THAT GAVE MORE THAN IT WAS EVER SENT MEANS ONE
      *    FEED IS WRONG - THE RC MAKES THE SCHEDULER SAY SO ***
           IF WS-COUNTRIES-OVER-ADMIN > ZERO
              MOVE 4                TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT  COVID19V-FILE
           IF WS-COVID19V-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING COVID19V-FILE-STATUS: '
                          WS-COVID19V-STATUS
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    NO DELIVERIES ON FILE IS NOT A LEDGER - EVERY COUNTRY
      *    WOULD SIMPLY PRINT OVER-ADMIN ***
           OPEN INPUT  VACCDLVY-FILE
           IF WS-VACCDLVY-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING VACCDLVY-FILE-STATUS: '
                          WS-VACCDLVY-STATUS
              MOVE 8                 TO RETURN-CODE
              CLOSE COVID19V-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
      *    ONE COUNTRY ASKED FOR - START ON ITS FIRST DAY RATHER THAN
      *    READ THE WHOLE FILE TO FIND IT ***
       POSITION-COVID19V.
           IF WS-SELECT-CODE NOT = SPACES
              MOVE WS-SELECT-CODE    TO CVV-CODE
              MOVE ZEROS             TO CVV-DATE
              START COVID19V-FILE KEY IS NOT LESS THAN CVV-CODE-DATE
                 INVALID KEY
                    MOVE 'Y'         TO WS-LAST-REC
                    EXIT PARAGRAPH
              END-START
           END-IF
           PERFORM READ-COVID19V-NEXT
           .
      *
       READ-COVID19V-NEXT.
           READ COVID19V-FILE NEXT RECORD
              AT END MOVE 'Y'        TO WS-LAST-REC
              NOT AT END MOVE CVV-DATE TO WS-CURR-DATE-NUM
           END-READ
           IF NOT WS-LAST-REC-YES AND WS-SELECT-CODE NOT = SPACES
              IF CVV-CODE NOT = WS-SELECT-CODE
                 MOVE 'Y'            TO WS-LAST-REC
              END-IF
           END-IF
           .
      *
       PROCESS-ONE-VAX-DAY.
           IF CVV-CODE NOT = WS-CURR-CODE
              IF WS-COUNTRY-OPEN-YES
                 PERFORM WRITE-COUNTRY-TOTAL
              END-IF
              MOVE CVV-CODE          TO WS-CURR-CODE
              PERFORM START-COUNTRY-LEDGER
           END-IF
      *    PAST THE END OF THE RANGE THE REST OF THE COUNTRY IS
      *    SKIPPED - THE TOTAL LINE STANDS AS AT THE END DATE ***
           IF WS-END-DATE NOT = ZERO AND
              WS-CURR-DATE-NUM > WS-END-DATE
              EXIT PARAGRAPH
           END-IF
           PERFORM POST-ONE-LEDGER-DAY
           IF WS-START-DATE = ZERO OR
              WS-CURR-DATE-NUM NOT < WS-START-DATE
              PERFORM WRITE-ONE-LEDGER-LINE
           END-IF
           .
      *
      *    FRESH COUNTRY: LOAD ITS DELIVERIES, BOOK EVERYTHING THAT
      *    ARRIVED BEFORE ITS FIRST DAY, AND BACK OUT THE DOSES GIVEN
      *    BEFORE THAT DAY TO GET THE OPENING STOCK ***
       START-COUNTRY-LEDGER.
           MOVE 'N'                  TO WS-COUNTRY-OVER
           MOVE ZEROES               TO WS-CUM-DELIVERED
                                        WS-CLOSING-STOCK
                                        WS-RATE-TABLE WS-RATE-DAYS
           PERFORM LOAD-COUNTRY-DELIVERIES
           MOVE 1                    TO WS-DLV-NEXT
           PERFORM UNTIL WS-DLV-NEXT > WS-DLV-COUNT
              SET WS-DLV-IDX         TO WS-DLV-NEXT
              IF WS-DLV-DATE (WS-DLV-IDX) NOT < WS-CURR-DATE-NUM
                 EXIT PERFORM
              END-IF
              ADD WS-DLV-DOSES (WS-DLV-IDX) TO WS-CUM-DELIVERED
              ADD 1                  TO WS-DLV-NEXT
           END-PERFORM
           COMPUTE WS-CLOSING-STOCK = WS-CUM-DELIVERED -
              (CVV-TOTAL-VACCINATIONS - CVV-NEW-VACCINATIONS)
           .
      *
       LOAD-COUNTRY-DELIVERIES.
           MOVE ZEROES               TO WS-DLV-COUNT
           MOVE 'N'                  TO WS-DLV-EOF
           MOVE CVV-CODE             TO VD-CODE
           MOVE ZEROS                TO VD-DATE
           MOVE LOW-VALUES           TO VD-MANUFACTURER
           START VACCDLVY-FILE KEY IS NOT LESS THAN VD-KEY
              INVALID KEY
                 MOVE 'Y'            TO WS-DLV-EOF
           END-START
           PERFORM UNTIL WS-DLV-EOF-OK
              READ VACCDLVY-FILE NEXT RECORD
                 AT END MOVE 'Y'     TO WS-DLV-EOF
              END-READ
              IF NOT WS-DLV-EOF-OK
                 IF VD-CODE NOT = CVV-CODE
                    MOVE 'Y'         TO WS-DLV-EOF
                 ELSE
                    PERFORM ADD-DELIVERY-ENTRY
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    TWO MAKERS ON ONE DATE SHARE AN ENTRY - THE LEDGER ONLY
      *    CARES HOW MANY DOSES CAME IN THAT DAY ***
       ADD-DELIVERY-ENTRY.
           MOVE VD-DATE              TO WS-DLV-DATE-WORK
           IF WS-DLV-COUNT > ZERO
              SET WS-DLV-IDX         TO WS-DLV-COUNT
              IF WS-DLV-DATE (WS-DLV-IDX) = WS-DLV-DATE-WORK
                 ADD VD-DOSES-SHIPPED TO WS-DLV-DOSES (WS-DLV-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-DLV-COUNT >= 500
              ADD 1                  TO WS-DLV-TABLE-FULL
              MOVE 'Y'               TO WS-DLV-EOF
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-DLV-COUNT
           SET WS-DLV-IDX            TO WS-DLV-COUNT
           MOVE WS-DLV-DATE-WORK     TO WS-DLV-DATE (WS-DLV-IDX)
           MOVE VD-DOSES-SHIPPED     TO WS-DLV-DOSES (WS-DLV-IDX)
           .
      *
      *    YESTERDAY'S CLOSE IS TODAY'S OPENING; BOOK WHAT ARRIVED UP
      *    TO AND INCLUDING TODAY, TAKE OFF WHAT WAS GIVEN ***
       POST-ONE-LEDGER-DAY.
           MOVE 'Y'                  TO WS-COUNTRY-OPEN
           MOVE WS-CLOSING-STOCK     TO WS-OPENING-STOCK
           MOVE ZEROES               TO WS-RECEIVED
           PERFORM UNTIL WS-DLV-NEXT > WS-DLV-COUNT
              SET WS-DLV-IDX         TO WS-DLV-NEXT
              IF WS-DLV-DATE (WS-DLV-IDX) > WS-CURR-DATE-NUM
                 EXIT PERFORM
              END-IF
              ADD WS-DLV-DOSES (WS-DLV-IDX) TO WS-RECEIVED
              ADD 1                  TO WS-DLV-NEXT
           END-PERFORM
           ADD WS-RECEIVED           TO WS-CUM-DELIVERED
           MOVE CVV-NEW-VACCINATIONS TO WS-ADMINISTERED
           COMPUTE WS-CLOSING-STOCK = WS-OPENING-STOCK + WS-RECEIVED
                                    - WS-ADMINISTERED
           PERFORM COMPUTE-DAYS-OF-SUPPLY
           MOVE SPACES               TO WS-FLAG
           IF CVV-TOTAL-VACCINATIONS > WS-CUM-DELIVERED
              MOVE 'OVER-ADMIN'      TO WS-FLAG
              ADD 1                  TO WS-DAYS-OVER-ADMIN
              MOVE 'Y'               TO WS-COUNTRY-OVER
           END-IF
           .
      *
      *    THE RATE IS THE MEAN OF UP TO THE LAST SEVEN DAYS GIVEN -
      *    FEWER WHILE A COUNTRY IS IN ITS FIRST WEEK ON FILE ***
       COMPUTE-DAYS-OF-SUPPLY.
           DIVIDE WS-RATE-DAYS BY 7 GIVING WS-RATE-QUOT
              REMAINDER WS-RATE-REM
           SET WS-RATE-IDX           TO WS-RATE-REM
           SET WS-RATE-IDX           UP BY 1
           MOVE WS-ADMINISTERED      TO WS-RATE-SLOT (WS-RATE-IDX)
           ADD 1                     TO WS-RATE-DAYS
           MOVE ZEROES               TO WS-RATE-SUM
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > 7
              ADD WS-RATE-SLOT (WS-RATE-IDX) TO WS-RATE-SUM
           END-PERFORM
           IF WS-RATE-DAYS < 7
              MOVE WS-RATE-DAYS      TO WS-RATE-DIVISOR
           ELSE
              MOVE 7                 TO WS-RATE-DIVISOR
           END-IF
           COMPUTE WS-RATE-DAILY ROUNDED = WS-RATE-SUM / WS-RATE-DIVISOR
           MOVE 'N'                  TO WS-SUPPLY-KNOWN
           MOVE ZEROES               TO WS-DAYS-OF-SUPPLY
           IF WS-RATE-DAILY > ZERO AND WS-CLOSING-STOCK > ZERO
              MOVE 'Y'               TO WS-SUPPLY-KNOWN
              COMPUTE WS-DAYS-OF-SUPPLY =
                 WS-CLOSING-STOCK / WS-RATE-DAILY
                 ON SIZE ERROR
                    MOVE 9999999     TO WS-DAYS-OF-SUPPLY
              END-COMPUTE
           END-IF
           .
      *
       WRITE-ONE-LEDGER-LINE.
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE CVV-CODE             TO D1-CODE-O
           MOVE CVV-DATE-YEAR        TO D1-DATE-O (1:4)
           MOVE '-'                  TO D1-DATE-O (5:1)
           MOVE CVV-DATE-MONTH       TO D1-DATE-O (6:2)
           MOVE '-'                  TO D1-DATE-O (8:1)
           MOVE CVV-DATE-DAY         TO D1-DATE-O (9:2)
           MOVE WS-OPENING-STOCK     TO D1-OPENING-O
           MOVE WS-RECEIVED          TO D1-RECEIVED-O
           MOVE WS-ADMINISTERED      TO D1-ADMIN-O
           MOVE WS-CLOSING-STOCK     TO D1-CLOSING-O
           MOVE WS-RATE-DAILY        TO D1-RATE-O
           IF WS-SUPPLY-KNOWN-YES
              MOVE WS-DAYS-OF-SUPPLY TO D1-SUPPLY-O
           END-IF
           MOVE WS-FLAG              TO D1-FLAG-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           ADD 1                     TO WS-DAYS-LISTED
           .
      *
      *    WHERE THE COUNTRY STANDS ON ITS LAST DAY IN THE RANGE, AND
      *    WHETHER IT WAS EVER OVER-ADMINISTERED ALONG THE WAY ***
       WRITE-COUNTRY-TOTAL.
           MOVE SPACES               TO PRINT-REC
           MOVE SPACES               TO D2-FLAG-O
           MOVE ZEROES               TO D2-SUPPLY-O
           MOVE WS-CURR-CODE         TO D2-CODE-O
           MOVE WS-CUM-DELIVERED     TO D2-DELIVERED-O
           MOVE WS-CLOSING-STOCK     TO D2-CLOSING-O
           IF WS-SUPPLY-KNOWN-YES
              MOVE WS-DAYS-OF-SUPPLY TO D2-SUPPLY-O
           END-IF
           IF WS-COUNTRY-OVER-YES
              MOVE 'OVER-ADMIN'      TO D2-FLAG-O
              ADD 1                  TO WS-COUNTRIES-OVER-ADMIN
           END-IF
           WRITE PRINT-REC         FROM WS-DETAILS-2
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           ADD 1                     TO WS-COUNTRIES-LISTED
           MOVE 'N'                  TO WS-COUNTRY-OPEN
           .
      *
