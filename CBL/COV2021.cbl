      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2021.
       AUTHOR.         GEORGES B.
      *    Wastewater leading-indicator report: rolls each country's
      *    WWMEAS samples up to one concentration per week, weighted
      *    by the catchment population of the WWSITE site that took
      *    each sample, and prints the weekly trend beside the same
      *    week's COVID19D NEW-CONFIRMED total with the week-on-week
      *    change of both. A week where the wastewater rose by 50
      *    percent or more while reported cases moved no more than
      *    10 percent either way is flagged WW RISE - the signal
      *    that usually shows a week before the cases do. PARM is the
      *    last day of the latest week (today when omitted) and the
      *    number of weeks to show (8 when omitted, at most 12) ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE
                    FILE STATUS         IS WS-PRTLINE-STATUS
           .
           SELECT   WWSITE-FILE         ASSIGN WWSITE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS WW-SITE-ID
                    FILE STATUS         IS WS-WWSITE-STATUS
           .
           SELECT   WWMEAS-FILE         ASSIGN WWMEAS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS WM-KEY
                    FILE STATUS         IS WS-WWMEAS-STATUS
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
       FD  WWSITE-FILE.
       COPY WWSITE REPLACING          ==:TAG1:== BY ==WWSITE==
                                      ==:TAG2:== BY ==WW==.
      *
       FD  WWMEAS-FILE.
       COPY WWMEAS REPLACING          ==:TAG1:== BY ==WWMEAS==
                                      ==:TAG2:== BY ==WM==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-WWSITE-STATUS            PIC 99 VALUE ZEROS.
       01  WS-WWMEAS-STATUS            PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PRTLINE-STATUS           PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-PREV-AVAIL            PIC X VALUE 'N'.
            88 WS-PREV-AVAIL-YES       VALUE 'Y'.
      *
      *    A RISE OF AT LEAST WS-WW-RISE-PCT IN THE WASTEWATER WITH
      *    CASES WITHIN WS-CASES-FLAT-PCT OF LAST WEEK IS FLAGGED ***
       01  WS-WW-RISE-PCT              PIC 9(03) VALUE 50.
       01  WS-CASES-FLAT-PCT           PIC 9(03) VALUE 10.
      *
       01  WS-START-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-END-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-WEEK-END                 PIC 9(08) VALUE ZEROES.
       01  WS-LOOK-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-WEEKS                    PIC 9(02) VALUE 8.
       01  WS-WEEK-SUB                 PIC 9(02) VALUE ZERO.
       01  WS-DAY-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-DAYS-BACK                PIC 9(05) VALUE ZERO.
       01  WS-WEEKS-BACK               PIC 9(05) VALUE ZERO.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    THE SITE MASTER, IN SITE ORDER FOR SEARCH ALL ***
       01  WS-SITE-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-SITE-TABLE.
           03 WS-SITE-ENTRY OCCURS 2000 TIMES
                             ASCENDING KEY IS WS-SITE-ID
                             INDEXED BY WS-SITE-IDX.
              05 WS-SITE-ID            PIC X(08).
              05 WS-SITE-CODE          PIC X(05).
              05 WS-SITE-CATCHMENT     PIC 9(11) COMP-3.
      *
      *    ONE ROW PER COUNTRY IN CODE ORDER, ONE SLOT PER WEEK -
      *    SLOT 1 IS THE OLDEST WEEK SHOWN ***
       01  WS-CTY-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-CTY-TABLE.
           03 WS-CTY-ENTRY OCCURS 300 TIMES.
              05 WS-CTY-CODE           PIC X(05).
              05 WS-CTY-WEEK OCCURS 12 TIMES.
                 07 WS-CTY-WEIGHTED    PIC 9(15)V99 COMP-3.
                 07 WS-CTY-CATCHMENT   PIC 9(13) COMP-3.
                 07 WS-CTY-SAMPLES     PIC 9(05) COMP-3.
       01  WS-IX                       PIC S9(05) COMP VALUE ZERO.
       01  WS-IY                       PIC S9(05) COMP VALUE ZERO.
      *
       01  WS-TREND-WORK.
           03 WS-CONCENTRATION         PIC 9(11)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-PREV-CONCENTRATION    PIC 9(11)V99 COMP-3
                                                     VALUE ZEROES.
           03 WS-WEEK-CASES            PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-PREV-CASES            PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-CONC-CHG-PCT          PIC S9(05)V9 COMP-3
                                                     VALUE ZEROES.
           03 WS-CASES-CHG-PCT         PIC S9(05)V9 COMP-3
                                                     VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-SAMPLES-READ          PIC 9(07) VALUE ZEROES.
           03 WS-SAMPLES-USED          PIC 9(07) VALUE ZEROES.
           03 WS-SAMPLES-NO-SITE       PIC 9(07) VALUE ZEROES.
           03 WS-WEEKS-FLAGGED         PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2021'.
           03 FILLER                   PIC X(50) VALUE
                '*** WASTEWATER LEADING INDICATOR *** '.
      *
       01  WS-HEADER-PERIOD.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'WEEKS FROM'.
           03 HP-START-DATE-O          PIC X(10).
           03 FILLER                   PIC X(04) VALUE ' TO '.
           03 HP-END-DATE-O            PIC X(10).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(12) VALUE 'WEEK ENDING'.
           03 FILLER                   PIC X(08) VALUE 'SAMPLES'.
           03 FILLER                   PIC X(16) VALUE
                '  CATCHMENT POP'.
           03 FILLER                   PIC X(20) VALUE
                '  WEIGHTED GC/LITRE'.
           03 FILLER                   PIC X(10) VALUE '   WW CHG%'.
           03 FILLER                   PIC X(14) VALUE
                '     NEW CASES'.
           03 FILLER                   PIC X(10) VALUE ' CASE CHG%'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'FLAG'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-WEEK-END-O            PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-SAMPLES-O             PIC ZZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-CATCHMENT-O           PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-CONCENTRATION-O       PIC X(18).
           03 FILLER                   PIC X(02).
           03 D1-CONC-CHG-O            PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-CASES-O               PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-CASES-CHG-O           PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-FLAG-O                PIC X(08).
       01  WS-CONCENTRATION-O          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-O                    PIC -ZZZZ9.9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='2021110708' - THE LAST DAY OF THE LATEST WEEK, THEN
      *    THE NUMBER OF WEEKS TO SHOW ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-END-DATE         PIC 9(08).
           03 LK-PARM-WEEKS            PIC 9(02).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-END-DATE
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
           END-IF
           IF LK-PARM-LEN > 8 AND LK-PARM-WEEKS NUMERIC
              MOVE LK-PARM-WEEKS       TO WS-WEEKS
           END-IF
           IF WS-WEEKS < 2 OR WS-WEEKS > 12
              DISPLAY '*** ERROR weeks must be 2 to 12: ' WS-WEEKS
              MOVE 8                   TO RETURN-CODE
              EXIT PARAGRAPH
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
                 (FUNCTION INTEGER-OF-DATE (WS-END-DATE)
                    - WS-WEEKS * 7 + 1)
           PERFORM LOAD-SITES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-SAMPLES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPORT
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'WWMEAS samples READ: '        WS-SAMPLES-READ
           DISPLAY 'WWMEAS samples IN PERIOD: '   WS-SAMPLES-USED
           DISPLAY 'WWMEAS samples NO SITE: '     WS-SAMPLES-NO-SITE
           DISPLAY 'Weeks WW RISE FLAGGED: '      WS-WEEKS-FLAGGED
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       LOAD-SITES.
           MOVE HIGH-VALUES            TO WS-SITE-TABLE
           OPEN INPUT WWSITE-FILE
           IF WS-WWSITE-STATUS > 0
              DISPLAY '*** ERROR OPENING WWSITE-FILE-STATUS: '
                          WS-WWSITE-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ WWSITE-FILE
                 AT END MOVE 'Y'       TO WS-LAST-REC
                 NOT AT END
                    IF WS-SITE-COUNT < 2000
                       ADD 1           TO WS-SITE-COUNT
                       MOVE WW-SITE-ID TO WS-SITE-ID (WS-SITE-COUNT)
                       MOVE WW-CODE    TO WS-SITE-CODE (WS-SITE-COUNT)
                       MOVE WW-CATCHMENT
                                  TO WS-SITE-CATCHMENT (WS-SITE-COUNT)
                    ELSE
                       DISPLAY '*** WARNING: WWSITE table full at '
                               WW-SITE-ID
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WWSITE-FILE
           .
      *
      *    EACH SAMPLE IN THE PERIOD WEIGHS IN AT ITS SITE'S
      *    CATCHMENT; A SITE SAMPLED TWICE IN A WEEK COUNTS TWICE ***
       TALLY-SAMPLES.
           OPEN INPUT WWMEAS-FILE
           IF WS-WWMEAS-STATUS > 0
              DISPLAY '*** ERROR OPENING WWMEAS-FILE-STATUS: '
                          WS-WWMEAS-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ WWMEAS-FILE
                 AT END MOVE 'Y'       TO WS-LAST-REC
                 NOT AT END
                    ADD 1              TO WS-SAMPLES-READ
                    IF WM-SAMPLE-DATE >= WS-START-DATE AND
                       WM-SAMPLE-DATE <= WS-END-DATE
                       PERFORM TALLY-ONE-SAMPLE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WWMEAS-FILE
           .
      *
       TALLY-ONE-SAMPLE.
           SEARCH ALL WS-SITE-ENTRY
              AT END
                 ADD 1                 TO WS-SAMPLES-NO-SITE
                 EXIT PARAGRAPH
              WHEN WS-SITE-ID (WS-SITE-IDX) = WM-SITE-ID
                 CONTINUE
           END-SEARCH
           PERFORM FIND-COUNTRY
           IF WS-IX = ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-BACK =
              FUNCTION INTEGER-OF-DATE (WS-END-DATE) -
              FUNCTION INTEGER-OF-DATE (WM-SAMPLE-DATE)
           DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEKS-BACK
           COMPUTE WS-WEEK-SUB = WS-WEEKS - WS-WEEKS-BACK
           ADD 1                       TO WS-SAMPLES-USED
           ADD 1           TO WS-CTY-SAMPLES (WS-IX, WS-WEEK-SUB)
           ADD WS-SITE-CATCHMENT (WS-SITE-IDX)
                           TO WS-CTY-CATCHMENT (WS-IX, WS-WEEK-SUB)
           COMPUTE WS-CTY-WEIGHTED (WS-IX, WS-WEEK-SUB) =
              WS-CTY-WEIGHTED (WS-IX, WS-WEEK-SUB) +
              WM-CONCENTRATION * WS-SITE-CATCHMENT (WS-SITE-IDX)
           .
      *
      *    THE COUNTRY TABLE IS KEPT IN CODE ORDER - A NEW CODE IS
      *    SLOTTED IN AHEAD OF THE FIRST HIGHER ONE. WS-IX COMES BACK
      *    ZERO WHEN THE TABLE IS FULL ***
       FIND-COUNTRY.
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-CTY-COUNT
                 OR WS-CTY-CODE (WS-IX) >= WS-SITE-CODE (WS-SITE-IDX)
              CONTINUE
           END-PERFORM
           IF WS-IX <= WS-CTY-COUNT AND
              WS-CTY-CODE (WS-IX) = WS-SITE-CODE (WS-SITE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-CTY-COUNT >= 300
              DISPLAY '*** WARNING: country table full at '
                      WS-SITE-CODE (WS-SITE-IDX)
              MOVE ZERO                TO WS-IX
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IY FROM WS-CTY-COUNT BY -1
              UNTIL WS-IY < WS-IX
              MOVE WS-CTY-ENTRY (WS-IY) TO WS-CTY-ENTRY (WS-IY + 1)
           END-PERFORM
           ADD 1                       TO WS-CTY-COUNT
           MOVE WS-SITE-CODE (WS-SITE-IDX) TO WS-CTY-CODE (WS-IX)
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
              UNTIL WS-WEEK-SUB > 12
              MOVE ZEROES     TO WS-CTY-WEIGHTED (WS-IX, WS-WEEK-SUB)
                                 WS-CTY-CATCHMENT (WS-IX, WS-WEEK-SUB)
                                 WS-CTY-SAMPLES (WS-IX, WS-WEEK-SUB)
           END-PERFORM
           .
      *
       WRITE-REPORT.
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           IF WS-PRTLINE-STATUS > 0
              DISPLAY '*** ERROR OPENING PRINT-LINE-STATUS: '
                          WS-PRTLINE-STATUS
              MOVE 16                  TO RETURN-CODE
              CLOSE COVID19D-FILE
              EXIT PARAGRAPH
           END-IF
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
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-CTY-COUNT
              MOVE 'N'                 TO WS-PREV-AVAIL
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                 UNTIL WS-WEEK-SUB > WS-WEEKS
                 PERFORM WRITE-ONE-WEEK
              END-PERFORM
              MOVE SPACES              TO PRINT-REC
              WRITE PRINT-REC
           END-PERFORM
           CLOSE COVID19D-FILE PRINT-LINE
           .
      *
       WRITE-ONE-WEEK.
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-END-DATE)
                    - (WS-WEEKS - WS-WEEK-SUB) * 7)
           PERFORM SUM-WEEK-CASES
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-CTY-CODE (WS-IX)    TO D1-CODE-O
           MOVE WS-WEEK-END            TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO D1-WEEK-END-O
           MOVE WS-CTY-SAMPLES (WS-IX, WS-WEEK-SUB) TO D1-SAMPLES-O
           MOVE WS-CTY-CATCHMENT (WS-IX, WS-WEEK-SUB)
                                       TO D1-CATCHMENT-O
           MOVE WS-WEEK-CASES          TO D1-CASES-O
           IF WS-CTY-CATCHMENT (WS-IX, WS-WEEK-SUB) = ZERO
      *       NO SAMPLE THIS WEEK - NOTHING TO TREND AGAINST NEXT ***
              MOVE 'N'                 TO WS-PREV-AVAIL
              MOVE WS-WEEK-CASES       TO WS-PREV-CASES
              WRITE PRINT-REC        FROM WS-DETAILS-1
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONCENTRATION ROUNDED =
              WS-CTY-WEIGHTED (WS-IX, WS-WEEK-SUB) /
              WS-CTY-CATCHMENT (WS-IX, WS-WEEK-SUB)
           MOVE WS-CONCENTRATION       TO WS-CONCENTRATION-O
           MOVE WS-CONCENTRATION-O     TO D1-CONCENTRATION-O
           IF WS-PREV-AVAIL-YES
              PERFORM EDIT-WEEK-CHANGE
           END-IF
           WRITE PRINT-REC           FROM WS-DETAILS-1
           MOVE 'Y'                    TO WS-PREV-AVAIL
           MOVE WS-CONCENTRATION       TO WS-PREV-CONCENTRATION
           MOVE WS-WEEK-CASES          TO WS-PREV-CASES
           .
      *
      *    CASES FLAT MEANS WITHIN WS-CASES-FLAT-PCT EITHER WAY - A
      *    WEEK OF NO CASES AFTER A WEEK OF NO CASES IS FLAT TOO ***
       EDIT-WEEK-CHANGE.
           IF WS-PREV-CONCENTRATION = ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONC-CHG-PCT ROUNDED =
              (WS-CONCENTRATION - WS-PREV-CONCENTRATION) * 100
                 / WS-PREV-CONCENTRATION
              ON SIZE ERROR MOVE 99999.9 TO WS-CONC-CHG-PCT
           END-COMPUTE
           MOVE WS-CONC-CHG-PCT        TO WS-PCT-O
           MOVE WS-PCT-O               TO D1-CONC-CHG-O
           EVALUATE TRUE
              WHEN WS-PREV-CASES > ZERO
                 COMPUTE WS-CASES-CHG-PCT ROUNDED =
                    (WS-WEEK-CASES - WS-PREV-CASES) * 100
                       / WS-PREV-CASES
                    ON SIZE ERROR MOVE 99999.9 TO WS-CASES-CHG-PCT
                 END-COMPUTE
                 MOVE WS-CASES-CHG-PCT TO WS-PCT-O
                 MOVE WS-PCT-O         TO D1-CASES-CHG-O
              WHEN WS-WEEK-CASES = ZERO
                 MOVE ZERO             TO WS-CASES-CHG-PCT
              WHEN OTHER
                 MOVE 99999.9          TO WS-CASES-CHG-PCT
           END-EVALUATE
           IF WS-CONC-CHG-PCT >= WS-WW-RISE-PCT AND
              WS-CASES-CHG-PCT <= WS-CASES-FLAT-PCT AND
              WS-CASES-CHG-PCT >= ZERO - WS-CASES-FLAT-PCT
              MOVE 'WW RISE'           TO D1-FLAG-O
              ADD 1                    TO WS-WEEKS-FLAGGED
           END-IF
           .
      *
       SUM-WEEK-CASES.
           MOVE ZEROES                 TO WS-WEEK-CASES
           PERFORM VARYING WS-DAY-SUB FROM 0 BY 1
              UNTIL WS-DAY-SUB > 6
              COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-WEEK-END)
                       - WS-DAY-SUB)
              MOVE WS-CTY-CODE (WS-IX) TO CV-CODE
              MOVE WS-LOOK-DATE        TO CV-DATE
              READ COVID19D-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD CV-NEW-CONFIRMED TO WS-WEEK-CASES
              END-READ
           END-PERFORM
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
