      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2028.
       AUTHOR.         GEORGES B.
      *    Cross-dataset plausibility audit: COV1976 checks COVID19V
      *    against itself and COV1971 cross-foots the age bands, but
      *    nothing checks the files against each other. COVID19D,
      *    COVID19T, COVID19H, COVID19V and COVID19A are walked
      *    together in key order, matched on their shared CODE+DATE,
      *    and every combination that cannot happen is reported:
      *      1 NEW-CONFIRMED above the day's NEW-TESTS
      *      2 ICU-CENSUS above HOSP-CENSUS
      *      3 PEOPLE-VACCINATED above the POPULATN figure
      *      4 the day's banded COVID19A deaths above the national
      *        TOTAL-DEATHS
      *      5 the day's NEW-ADMISSIONS above the new cases of the
      *        seven days ending that day
      *    one line per violation with the rule, the two figures and
      *    the COVID19D feed file and line (CV-SOURCE-FILE/LINE) of
      *    the day, blank when the day has no COVID19D row or it
      *    predates the lineage stamp. A rule whose figures are not
      *    all on file for the day is not tested. Totals by rule and
      *    by country at the end; return code 8 on any violation.
      *    Only COVID19D is required - a missing optional file turns
      *    its rules off ***
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
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CVT-CODE-DATE
                    FILE STATUS         IS WS-COVID19T-STATUS
           .
           SELECT   COVID19H-FILE       ASSIGN COVID19H
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CVHS-CODE-DATE
                    FILE STATUS         IS WS-COVID19H-STATUS
           .
           SELECT   COVID19V-FILE       ASSIGN COVID19V
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CVV-CODE-DATE
                    FILE STATUS         IS WS-COVID19V-STATUS
           .
           SELECT   COVID19A-FILE       ASSIGN COVID19A
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS AB-KEY
                    FILE STATUS         IS WS-COVID19A-STATUS
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
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING       ==:TAG1:== BY ==COVID19D==
                                     ==:TAG2:== BY ==CV==.
      *
       FD  COVID19T-FILE.
       COPY COVID19T REPLACING       ==:TAG1:== BY ==COVID19T==
                                     ==:TAG2:== BY ==CVT==.
      *
       FD  COVID19H-FILE.
       COPY COVID19H REPLACING       ==:TAG1:== BY ==COVID19H==
                                     ==:TAG2:== BY ==CVHS==.
      *
       FD  COVID19V-FILE.
       COPY COVID19V REPLACING       ==:TAG1:== BY ==COVID19V==
                                     ==:TAG2:== BY ==CVV==.
      *
       FD  COVID19A-FILE.
       COPY COVID19A REPLACING       ==:TAG1:== BY ==COVID19A==
                                     ==:TAG2:== BY ==AB==.
      *
       FD  POPULATN-FILE.
       COPY POPULATN REPLACING       ==:TAG1:== BY ==POPULATN==
                                     ==:TAG2:== BY ==P==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19T-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19H-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19V-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19A-STATUS       PIC 99 VALUE ZEROS.
           03 WS-POPULATN-STATUS       PIC 99 VALUE ZEROS.
      *
      *    AN OPTIONAL FILE THAT WOULD NOT OPEN IS TREATED AS EMPTY -
      *    ITS CURRENT KEY SITS AT HIGH-VALUES FROM THE START ***
       01  FLAGS.
           03 WS-T-AVAIL               PIC X VALUE 'N'.
            88 WS-T-AVAIL-YES          VALUE 'Y'.
           03 WS-H-AVAIL               PIC X VALUE 'N'.
            88 WS-H-AVAIL-YES          VALUE 'Y'.
           03 WS-V-AVAIL               PIC X VALUE 'N'.
            88 WS-V-AVAIL-YES          VALUE 'Y'.
           03 WS-A-AVAIL               PIC X VALUE 'N'.
            88 WS-A-AVAIL-YES          VALUE 'Y'.
           03 WS-POP-AVAIL             PIC X VALUE 'N'.
            88 WS-POP-AVAIL-YES        VALUE 'Y'.
           03 WS-POP-KNOWN             PIC X VALUE 'N'.
            88 WS-POP-KNOWN-YES        VALUE 'Y'.
      *    WHICH FILES HAVE A ROW AT THE KEY BEING AUDITED ***
           03 WS-D-HERE                PIC X VALUE 'N'.
            88 WS-D-HERE-YES           VALUE 'Y'.
           03 WS-T-HERE                PIC X VALUE 'N'.
            88 WS-T-HERE-YES           VALUE 'Y'.
           03 WS-H-HERE                PIC X VALUE 'N'.
            88 WS-H-HERE-YES           VALUE 'Y'.
           03 WS-V-HERE                PIC X VALUE 'N'.
            88 WS-V-HERE-YES           VALUE 'Y'.
           03 WS-A-HERE                PIC X VALUE 'N'.
            88 WS-A-HERE-YES           VALUE 'Y'.
      *
      *    THE CURRENT CODE+DATE OF EACH FILE; THE LOWEST IS THE
      *    KEY AUDITED NEXT ***
       01  WS-MERGE-KEYS.
           03 WS-D-KEY                 PIC X(13) VALUE HIGH-VALUES.
           03 WS-T-KEY                 PIC X(13) VALUE HIGH-VALUES.
           03 WS-H-KEY                 PIC X(13) VALUE HIGH-VALUES.
           03 WS-V-KEY                 PIC X(13) VALUE HIGH-VALUES.
           03 WS-A-KEY                 PIC X(13) VALUE HIGH-VALUES.
       01  WS-LOW-KEY                  PIC X(13) VALUE SPACES.
       01  WS-LOW-KEY-R REDEFINES WS-LOW-KEY.
           03 WS-LOW-CODE              PIC X(05).
           03 WS-LOW-DATE              PIC 9(08).
      *
      *    THE FIGURES AT THE KEY BEING AUDITED ***
       01  WS-DAY-FIGURES.
           03 WS-DAY-NEW-CONF          PIC S9(09) COMP-3 VALUE ZERO.
           03 WS-DAY-TOTAL-DEATH       PIC 9(09) COMP-3 VALUE ZERO.
           03 WS-DAY-SOURCE-FILE       PIC X(40) VALUE SPACES.
           03 WS-DAY-SOURCE-LINE       PIC 9(07) VALUE ZERO.
           03 WS-DAY-BAND-DEATHS       PIC 9(11) COMP-3 VALUE ZERO.
      *
      *    THE COUNTRY'S LAST SEVEN COVID19D DAYS, FOR THE WEEK'S
      *    NEW CASES - A DAY OUTSIDE THE SEVEN DAYS ENDING ON THE
      *    AUDITED DATE IS LEFT OUT OF THE SUM ***
       01  WS-CASE-WINDOW.
           03 WS-CW-ENTRY OCCURS 7 TIMES.
              05 WS-CW-DAY-NUM         PIC 9(07).
              05 WS-CW-NEW-CONF        PIC S9(09) COMP-3.
       01  WS-CW-NEXT                  PIC 9(01) VALUE 1.
       01  WS-CW-SUB                   PIC 9(01) VALUE ZERO.
       01  WS-CW-DAYS                  PIC 9(01) VALUE ZERO.
       01  WS-WEEK-NEW-CONF            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-LOW-DAY-NUM              PIC 9(07) VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
      *
       01  WS-COUNTRY-STATE.
           03 WS-CURR-CODE             PIC X(05) VALUE SPACES.
           03 WS-POPULATION            PIC 9(11) COMP-3 VALUE ZEROES.
      *
      *    RULE NAMES, BY RULE NUMBER ***
       01  WS-RULE-NAMES.
           03 FILLER                   PIC X(24) VALUE
                'CASES OVER TESTS'.
           03 FILLER                   PIC X(24) VALUE
                'ICU OVER HOSP CENSUS'.
           03 FILLER                   PIC X(24) VALUE
                'PEOPLE OVER POPULATION'.
           03 FILLER                   PIC X(24) VALUE
                'BAND DEATHS OVER TOTAL'.
           03 FILLER                   PIC X(24) VALUE
                'ADMISSIONS OVER WK CASES'.
       01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           03 WS-RULE-NAME             PIC X(24) OCCURS 5 TIMES.
       01  WS-RULE                     PIC 9(01) VALUE ZERO.
       01  WS-RULE-TOTALS.
           03 WS-RULE-COUNT            PIC 9(07) OCCURS 5 TIMES.
      *
      *    VIOLATIONS BY COUNTRY, IN THE ORDER THE COUNTRIES COME ***
       01  WS-COUNTRY-TABLE.
           03 WS-CT-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-CT-IDX.
              05 WS-CT-CODE            PIC X(05).
              05 WS-CT-RULE-COUNT      PIC 9(05) OCCURS 5 TIMES.
              05 WS-CT-TOTAL           PIC 9(07).
       01  WS-CT-COUNT                 PIC 9(03) VALUE ZEROES.
       01  WS-CT-CURR                  PIC 9(03) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-KEYS-AUDITED          PIC 9(07) VALUE ZEROES.
           03 WS-VIOLATIONS            PIC 9(07) VALUE ZEROES.
           03 WS-TABLE-OVERFLOWS       PIC 9(05) VALUE ZEROES.
      *
      *    SHARED TOKEN ON THE COVID19 INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2028'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2028'.
           03 FILLER                   PIC X(50) VALUE
                '*** CROSS-DATASET PLAUSIBILITY AUDIT *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(04) VALUE 'RULE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(12) VALUE 'DATE'.
           03 FILLER                   PIC X(26) VALUE 'FINDING'.
           03 FILLER                   PIC X(13) VALUE '     FIGURE'.
           03 FILLER                   PIC X(17) VALUE
                '        AGAINST'.
           03 FILLER                   PIC X(41) VALUE
                'FEED FILE'.
           03 FILLER                   PIC X(07) VALUE '   LINE'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(03).
           03 D1-RULE-O                PIC 9(01).
           03 FILLER                   PIC X(04).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-FINDING-O             PIC X(24).
           03 FILLER                   PIC X(02).
           03 D1-FIGURE-O              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-AGAINST-O             PIC ---,---,---,--9.
           03 FILLER                   PIC X(02).
           03 D1-SOURCE-FILE-O         PIC X(40).
           03 FILLER                   PIC X(01).
           03 D1-SOURCE-LINE-O         PIC ZZZZZZ9.
      *
       01  WS-TOTAL-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(40) VALUE
                'VIOLATIONS BY RULE'.
      *
       01  WS-TOTAL-RULE-LINE.
           03 FILLER                   PIC X(03).
           03 TR-RULE-O                PIC 9(01).
           03 FILLER                   PIC X(04).
           03 TR-NAME-O                PIC X(24).
           03 FILLER                   PIC X(02).
           03 TR-COUNT-O               PIC Z,ZZZ,ZZ9.
      *
       01  WS-COUNTRY-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(08) VALUE ' RULE 1'.
           03 FILLER                   PIC X(08) VALUE ' RULE 2'.
           03 FILLER                   PIC X(08) VALUE ' RULE 3'.
           03 FILLER                   PIC X(08) VALUE ' RULE 4'.
           03 FILLER                   PIC X(08) VALUE ' RULE 5'.
           03 FILLER                   PIC X(10) VALUE '     TOTAL'.
      *
       01  WS-COUNTRY-LINE.
           03 FILLER                   PIC X(02).
           03 TC-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 TC-RULE-ENTRY OCCURS 5 TIMES.
              05 TC-RULE-COUNT-O       PIC ZZ,ZZ9.
              05 FILLER                PIC X(02).
           03 TC-TOTAL-O               PIC Z,ZZZ,ZZ9.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           MOVE 'S '                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                  TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > 4
              PERFORM RELEASE-FILE-LOCK
              GOBACK
           END-IF
           INITIALIZE WS-RULE-TOTALS
           PERFORM READ-COVID19D-NEXT
           IF WS-T-AVAIL-YES
              PERFORM READ-COVID19T-NEXT
           END-IF
           IF WS-H-AVAIL-YES
              PERFORM READ-COVID19H-NEXT
           END-IF
           IF WS-V-AVAIL-YES
              PERFORM READ-COVID19V-NEXT
           END-IF
           IF WS-A-AVAIL-YES
              PERFORM READ-COVID19A-NEXT
           END-IF
           PERFORM FIND-LOW-KEY
           PERFORM UNTIL WS-LOW-KEY = HIGH-VALUES
              PERFORM AUDIT-ONE-KEY
              PERFORM FIND-LOW-KEY
           END-PERFORM
           PERFORM WRITE-TOTALS
           DISPLAY 'Keys AUDITED: '            WS-KEYS-AUDITED
           DISPLAY 'Violations FOUND: '        WS-VIOLATIONS
           IF WS-TABLE-OVERFLOWS > ZERO
              DISPLAY 'Country table OVERFLOWS: ' WS-TABLE-OVERFLOWS
           END-IF
           IF WS-VIOLATIONS > ZERO
              MOVE 8                   TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           PERFORM RELEASE-FILE-LOCK
           GOBACK
           .
      *
       RELEASE-FILE-LOCK.
           MOVE 'RS'                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
       OPEN-FILES.
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19T-FILE
           IF WS-COVID19T-STATUS = ZERO
              MOVE 'Y'                 TO WS-T-AVAIL
           ELSE
              DISPLAY '*** COVID19T not available, status: '
                          WS-COVID19T-STATUS ' - rule 1 off'
           END-IF
           OPEN INPUT COVID19H-FILE
           IF WS-COVID19H-STATUS = ZERO
              MOVE 'Y'                 TO WS-H-AVAIL
           ELSE
              DISPLAY '*** COVID19H not available, status: '
                          WS-COVID19H-STATUS ' - rules 2 and 5 off'
           END-IF
           OPEN INPUT COVID19V-FILE
           IF WS-COVID19V-STATUS = ZERO
              MOVE 'Y'                 TO WS-V-AVAIL
           ELSE
              DISPLAY '*** COVID19V not available, status: '
                          WS-COVID19V-STATUS ' - rule 3 off'
           END-IF
           OPEN INPUT COVID19A-FILE
           IF WS-COVID19A-STATUS = ZERO
              MOVE 'Y'                 TO WS-A-AVAIL
           ELSE
              DISPLAY '*** COVID19A not available, status: '
                          WS-COVID19A-STATUS ' - rule 4 off'
           END-IF
           OPEN INPUT POPULATN-FILE
           IF WS-POPULATN-STATUS = ZERO
              MOVE 'Y'                 TO WS-POP-AVAIL
           ELSE
              DISPLAY '*** POPULATN not available, status: '
                          WS-POPULATN-STATUS ' - rule 3 off'
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           WRITE PRINT-REC           FROM WS-HEADER-2
           .
      *
       CLOSE-FILES.
           CLOSE COVID19D-FILE PRINT-LINE
           IF WS-T-AVAIL-YES
              CLOSE COVID19T-FILE
           END-IF
           IF WS-H-AVAIL-YES
              CLOSE COVID19H-FILE
           END-IF
           IF WS-V-AVAIL-YES
              CLOSE COVID19V-FILE
           END-IF
           IF WS-A-AVAIL-YES
              CLOSE COVID19A-FILE
           END-IF
           IF WS-POP-AVAIL-YES
              CLOSE POPULATN-FILE
           END-IF
           .
      *
       READ-COVID19D-NEXT.
           READ COVID19D-FILE
              AT END MOVE HIGH-VALUES  TO WS-D-KEY
              NOT AT END MOVE CV-CODE-DATE TO WS-D-KEY
           END-READ
           .
      *
       READ-COVID19T-NEXT.
           READ COVID19T-FILE
              AT END MOVE HIGH-VALUES  TO WS-T-KEY
              NOT AT END MOVE CVT-CODE-DATE TO WS-T-KEY
           END-READ
           .
      *
       READ-COVID19H-NEXT.
           READ COVID19H-FILE
              AT END MOVE HIGH-VALUES  TO WS-H-KEY
              NOT AT END MOVE CVHS-CODE-DATE TO WS-H-KEY
           END-READ
           .
      *
       READ-COVID19V-NEXT.
           READ COVID19V-FILE
              AT END MOVE HIGH-VALUES  TO WS-V-KEY
              NOT AT END MOVE CVV-CODE-DATE TO WS-V-KEY
           END-READ
           .
      *
       READ-COVID19A-NEXT.
           READ COVID19A-FILE
              AT END MOVE HIGH-VALUES  TO WS-A-KEY
              NOT AT END MOVE AB-KEY (1:13) TO WS-A-KEY
           END-READ
           .
      *
       FIND-LOW-KEY.
           MOVE WS-D-KEY               TO WS-LOW-KEY
           IF WS-T-KEY < WS-LOW-KEY
              MOVE WS-T-KEY            TO WS-LOW-KEY
           END-IF
           IF WS-H-KEY < WS-LOW-KEY
              MOVE WS-H-KEY            TO WS-LOW-KEY
           END-IF
           IF WS-V-KEY < WS-LOW-KEY
              MOVE WS-V-KEY            TO WS-LOW-KEY
           END-IF
           IF WS-A-KEY < WS-LOW-KEY
              MOVE WS-A-KEY            TO WS-LOW-KEY
           END-IF
           .
      *
      *=============================
      *    EVERY FILE WITH A ROW AT THE LOW KEY IS TAKEN IN AND
      *    MOVED ON; THE RULES THEN RUN ON WHAT WAS THERE. THE FILE
      *    RECORD AREAS STILL HOLD THE KEY'S ROWS UNTIL THE NEXT
      *    READ, SO THE T/H/V FIGURES ARE TESTED BEFORE THOSE FILES
      *    ARE READ ON ***
      *=============================
       AUDIT-ONE-KEY.
           ADD 1                       TO WS-KEYS-AUDITED
           IF WS-LOW-CODE NOT = WS-CURR-CODE
              PERFORM START-NEW-COUNTRY
           END-IF
           MOVE 'N'                    TO WS-D-HERE WS-T-HERE
                                          WS-H-HERE WS-V-HERE
                                          WS-A-HERE
           MOVE ZERO                   TO WS-DAY-NEW-CONF
                                          WS-DAY-TOTAL-DEATH
                                          WS-DAY-SOURCE-LINE
                                          WS-DAY-BAND-DEATHS
           MOVE SPACES                 TO WS-DAY-SOURCE-FILE
           MOVE WS-LOW-DATE            TO WS-DATE-NUM
           COMPUTE WS-LOW-DAY-NUM =
              FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-D-KEY = WS-LOW-KEY
              MOVE 'Y'                 TO WS-D-HERE
              MOVE CV-NEW-CONFIRMED    TO WS-DAY-NEW-CONF
              MOVE CV-TOTAL-DEATHS     TO WS-DAY-TOTAL-DEATH
              MOVE CV-SOURCE-FILE      TO WS-DAY-SOURCE-FILE
              MOVE CV-SOURCE-LINE      TO WS-DAY-SOURCE-LINE
              PERFORM ADD-TO-CASE-WINDOW
              PERFORM READ-COVID19D-NEXT
           END-IF
      *    ALL THE DAY'S BANDS ARE SUMMED BEFORE THE RULES RUN ***
           PERFORM UNTIL WS-A-KEY NOT = WS-LOW-KEY
              MOVE 'Y'                 TO WS-A-HERE
              ADD AB-DEATHS            TO WS-DAY-BAND-DEATHS
              PERFORM READ-COVID19A-NEXT
           END-PERFORM
           IF WS-T-KEY = WS-LOW-KEY
              MOVE 'Y'                 TO WS-T-HERE
           END-IF
           IF WS-H-KEY = WS-LOW-KEY
              MOVE 'Y'                 TO WS-H-HERE
           END-IF
           IF WS-V-KEY = WS-LOW-KEY
              MOVE 'Y'                 TO WS-V-HERE
           END-IF
           PERFORM APPLY-RULES
           IF WS-T-HERE-YES
              PERFORM READ-COVID19T-NEXT
           END-IF
           IF WS-H-HERE-YES
              PERFORM READ-COVID19H-NEXT
           END-IF
           IF WS-V-HERE-YES
              PERFORM READ-COVID19V-NEXT
           END-IF
           .
      *
       START-NEW-COUNTRY.
           MOVE WS-LOW-CODE            TO WS-CURR-CODE
           MOVE ZERO                   TO WS-CT-CURR
           INITIALIZE WS-CASE-WINDOW
           MOVE 1                      TO WS-CW-NEXT
           MOVE 'N'                    TO WS-POP-KNOWN
           IF WS-POP-AVAIL-YES
              MOVE WS-LOW-CODE         TO P-CODE
              READ POPULATN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'           TO WS-POP-KNOWN
                    MOVE P-POPULATION  TO WS-POPULATION
              END-READ
           END-IF
           .
      *
       ADD-TO-CASE-WINDOW.
           MOVE WS-LOW-DAY-NUM         TO WS-CW-DAY-NUM (WS-CW-NEXT)
           MOVE CV-NEW-CONFIRMED       TO WS-CW-NEW-CONF (WS-CW-NEXT)
           IF WS-CW-NEXT = 7
              MOVE 1                   TO WS-CW-NEXT
           ELSE
              ADD 1                    TO WS-CW-NEXT
           END-IF
           .
      *
      *    THE NEW CASES OF THE SEVEN DAYS ENDING ON THE AUDITED DATE
      *    THAT ARE ON COVID19D; WS-CW-DAYS SAYS HOW MANY WERE ***
       SUM-CASE-WINDOW.
           MOVE ZERO                   TO WS-WEEK-NEW-CONF WS-CW-DAYS
           PERFORM VARYING WS-CW-SUB FROM 1 BY 1
              UNTIL WS-CW-SUB > 7
              IF WS-CW-DAY-NUM (WS-CW-SUB) > ZERO AND
                 WS-CW-DAY-NUM (WS-CW-SUB) NOT > WS-LOW-DAY-NUM AND
                 WS-CW-DAY-NUM (WS-CW-SUB) + 7 > WS-LOW-DAY-NUM
                 ADD WS-CW-NEW-CONF (WS-CW-SUB) TO WS-WEEK-NEW-CONF
                 ADD 1                 TO WS-CW-DAYS
              END-IF
           END-PERFORM
           .
      *
       APPLY-RULES.
      *    MORE NEW CASES CONFIRMED THAN TESTS RUN THAT DAY ***
           IF WS-D-HERE-YES AND WS-T-HERE-YES AND
              WS-DAY-NEW-CONF > CVT-NEW-TESTS
              MOVE 1                   TO WS-RULE
              MOVE WS-DAY-NEW-CONF     TO D1-FIGURE-O
              MOVE CVT-NEW-TESTS       TO D1-AGAINST-O
              PERFORM WRITE-ONE-VIOLATION
           END-IF
      *    MORE IN ICU THAN IN HOSPITAL ***
           IF WS-H-HERE-YES AND
              CVHS-ICU-CENSUS > CVHS-HOSP-CENSUS
              MOVE 2                   TO WS-RULE
              MOVE CVHS-ICU-CENSUS     TO D1-FIGURE-O
              MOVE CVHS-HOSP-CENSUS    TO D1-AGAINST-O
              PERFORM WRITE-ONE-VIOLATION
           END-IF
      *    MORE PEOPLE VACCINATED THAN LIVE THERE ***
           IF WS-V-HERE-YES AND WS-POP-KNOWN-YES AND
              CVV-PEOPLE-VACCINATED > WS-POPULATION
              MOVE 3                   TO WS-RULE
              MOVE CVV-PEOPLE-VACCINATED TO D1-FIGURE-O
              MOVE WS-POPULATION       TO D1-AGAINST-O
              PERFORM WRITE-ONE-VIOLATION
           END-IF
      *    MORE DEATHS IN THE AGE BANDS THAN IN THE COUNTRY ***
           IF WS-A-HERE-YES AND WS-D-HERE-YES AND
              WS-DAY-BAND-DEATHS > WS-DAY-TOTAL-DEATH
              MOVE 4                   TO WS-RULE
              MOVE WS-DAY-BAND-DEATHS  TO D1-FIGURE-O
              MOVE WS-DAY-TOTAL-DEATH  TO D1-AGAINST-O
              PERFORM WRITE-ONE-VIOLATION
           END-IF
      *    MORE ADMITTED IN A DAY THAN FELL ILL ALL WEEK - ONLY
      *    TESTED WHEN THE WEEK HAS AT LEAST ONE COVID19D DAY ***
           IF WS-H-HERE-YES
              PERFORM SUM-CASE-WINDOW
              IF WS-CW-DAYS > ZERO AND
                 CVHS-NEW-ADMISSIONS > WS-WEEK-NEW-CONF
                 MOVE 5                TO WS-RULE
                 MOVE CVHS-NEW-ADMISSIONS TO D1-FIGURE-O
                 MOVE WS-WEEK-NEW-CONF TO D1-AGAINST-O
                 PERFORM WRITE-ONE-VIOLATION
              END-IF
           END-IF
           .
      *
       WRITE-ONE-VIOLATION.
           ADD 1                       TO WS-VIOLATIONS
           ADD 1                       TO WS-RULE-COUNT (WS-RULE)
           PERFORM COUNT-FOR-COUNTRY
           MOVE WS-RULE                TO D1-RULE-O
           MOVE WS-RULE-NAME (WS-RULE) TO D1-FINDING-O
           MOVE WS-LOW-CODE            TO D1-CODE-O
           MOVE WS-LOW-DATE (1:4)      TO D1-DATE-O (1:4)
           MOVE '-'                    TO D1-DATE-O (5:1)
           MOVE WS-LOW-DATE (5:2)      TO D1-DATE-O (6:2)
           MOVE '-'                    TO D1-DATE-O (8:1)
           MOVE WS-LOW-DATE (7:2)      TO D1-DATE-O (9:2)
           MOVE WS-DAY-SOURCE-FILE     TO D1-SOURCE-FILE-O
           MOVE WS-DAY-SOURCE-LINE     TO D1-SOURCE-LINE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-DETAILS-1
           MOVE SPACES                 TO WS-DETAILS-1
           .
      *
      *    THE COUNTRY GETS ITS TABLE SLOT ON ITS FIRST VIOLATION ***
       COUNT-FOR-COUNTRY.
           IF WS-CT-CURR = ZERO
              IF WS-CT-COUNT NOT < 300
                 ADD 1                 TO WS-TABLE-OVERFLOWS
                 EXIT PARAGRAPH
              END-IF
              ADD 1                    TO WS-CT-COUNT
              MOVE WS-CT-COUNT         TO WS-CT-CURR
              SET WS-CT-IDX            TO WS-CT-CURR
              INITIALIZE WS-CT-ENTRY (WS-CT-IDX)
              MOVE WS-CURR-CODE        TO WS-CT-CODE (WS-CT-IDX)
           END-IF
           SET WS-CT-IDX               TO WS-CT-CURR
           ADD 1                 TO WS-CT-RULE-COUNT (WS-CT-IDX WS-RULE)
           ADD 1                       TO WS-CT-TOTAL (WS-CT-IDX)
           .
      *
       WRITE-TOTALS.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-TOTAL-HEADER
           PERFORM VARYING WS-RULE FROM 1 BY 1 UNTIL WS-RULE > 5
              MOVE SPACES              TO WS-TOTAL-RULE-LINE
              MOVE WS-RULE             TO TR-RULE-O
              MOVE WS-RULE-NAME (WS-RULE) TO TR-NAME-O
              MOVE WS-RULE-COUNT (WS-RULE) TO TR-COUNT-O
              WRITE PRINT-REC        FROM WS-TOTAL-RULE-LINE
           END-PERFORM
           IF WS-CT-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-COUNTRY-HEADER
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              MOVE SPACES              TO WS-COUNTRY-LINE
              MOVE WS-CT-CODE (WS-CT-IDX) TO TC-CODE-O
              PERFORM VARYING WS-RULE FROM 1 BY 1 UNTIL WS-RULE > 5
                 MOVE WS-CT-RULE-COUNT (WS-CT-IDX WS-RULE)
                                       TO TC-RULE-COUNT-O (WS-RULE)
              END-PERFORM
              MOVE WS-CT-TOTAL (WS-CT-IDX) TO TC-TOTAL-O
              WRITE PRINT-REC        FROM WS-COUNTRY-LINE
           END-PERFORM
           .
      *
