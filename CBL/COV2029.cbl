      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2029.
       AUTHOR.         GEORGES B.
      *    One-page country factsheet: "everything on Peru" used to
      *    be six reports stapled together. For each C-CODE asked
      *    for, one printed page as of a date (zero = latest) with
      *      - the COUNTRYS name and region (through SUB0002), the
      *        POPULATN figure and the MEASURES in force that day
      *      - the latest COVID19D case and death position on or
      *        before the date, with the 7-day averages ending there
      *      - COVID19V coverage, COVID19T 7-day positivity and the
      *        COVID19H hospital/ICU census, each the latest on or
      *        before the date and printed with its own as-of date
      *      - the dominant VARIANTS lineage of the latest week on
      *        or before the date's ISO week (the COV1950 reading,
      *        LOW SAMP under 30 samples)
      *      - the ANNOTATE notes dated inside the eight weeks the
      *        trend covers, and the trend itself: eight 7-day
      *        weeks of new cases ending on the case position day,
      *        synthetic fill days left out as COV1983 does
      *    A section with nothing on file says so instead of
      *    printing zeros. Each page starts on a new sheet; the run
      *    is archived like any other report by running COV1939
      *    after it with report id COV2029. A code not on COUNTRYS
      *    gets a one-line page and return code 4 ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   POPULATN-FILE       ASSIGN POPULATN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS P-CODE
                    FILE STATUS         IS WS-POPULATN-STATUS
           .
           SELECT   MEASURES-FILE       ASSIGN MEASURES
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS ME-KEY
                    FILE STATUS         IS WS-MEASURES-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19V-FILE       ASSIGN COVID19V
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CVV-CODE-DATE
                    FILE STATUS         IS WS-COVID19V-STATUS
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
           SELECT   VARIANTS-FILE       ASSIGN VARIANTS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS VR-KEY
                    FILE STATUS         IS WS-VARIANTS-STATUS
           .
           SELECT   ANNOTATE-FILE       ASSIGN ANNOTATE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS AN-KEY
                    FILE STATUS         IS WS-ANNOTATE-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  POPULATN-FILE.
       COPY POPULATN REPLACING       ==:TAG1:== BY ==POPULATN==
                                     ==:TAG2:== BY ==P==.
      *
       FD  MEASURES-FILE.
       COPY MEASURES REPLACING       ==:TAG1:== BY ==MEASURES==
                                     ==:TAG2:== BY ==ME==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING       ==:TAG1:== BY ==COVID19D==
                                     ==:TAG2:== BY ==CV==.
      *
       FD  COVID19V-FILE.
       COPY COVID19V REPLACING       ==:TAG1:== BY ==COVID19V==
                                     ==:TAG2:== BY ==CVV==.
      *
       FD  COVID19T-FILE.
       COPY COVID19T REPLACING       ==:TAG1:== BY ==COVID19T==
                                     ==:TAG2:== BY ==CVT==.
      *
       FD  COVID19H-FILE.
       COPY COVID19H REPLACING       ==:TAG1:== BY ==COVID19H==
                                     ==:TAG2:== BY ==CVHS==.
      *
       FD  VARIANTS-FILE.
       COPY VARIANTS REPLACING       ==:TAG1:== BY ==VARIANTS==
                                     ==:TAG2:== BY ==VR==.
      *
       FD  ANNOTATE-FILE.
       COPY ANNOTATE REPLACING       ==:TAG1:== BY ==ANNOTATE==
                                     ==:TAG2:== BY ==AN==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-POPULATN-STATUS       PIC 99 VALUE ZEROS.
           03 WS-MEASURES-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19V-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19T-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19H-STATUS       PIC 99 VALUE ZEROS.
           03 WS-VARIANTS-STATUS       PIC 99 VALUE ZEROS.
           03 WS-ANNOTATE-STATUS       PIC 99 VALUE ZEROS.
      *
      *    EVERY FILE BUT COVID19D IS OPTIONAL - A MISSING ONE
      *    PRINTS ITS SECTION AS NOT ON FILE ***
       01  FLAGS.
           03 WS-POP-AVAIL             PIC X VALUE 'N'.
            88 WS-POP-AVAIL-YES        VALUE 'Y'.
           03 WS-MEAS-AVAIL            PIC X VALUE 'N'.
            88 WS-MEAS-AVAIL-YES       VALUE 'Y'.
           03 WS-V-AVAIL               PIC X VALUE 'N'.
            88 WS-V-AVAIL-YES          VALUE 'Y'.
           03 WS-T-AVAIL               PIC X VALUE 'N'.
            88 WS-T-AVAIL-YES          VALUE 'Y'.
           03 WS-H-AVAIL               PIC X VALUE 'N'.
            88 WS-H-AVAIL-YES          VALUE 'Y'.
           03 WS-VAR-AVAIL             PIC X VALUE 'N'.
            88 WS-VAR-AVAIL-YES        VALUE 'Y'.
           03 WS-ANN-AVAIL             PIC X VALUE 'N'.
            88 WS-ANN-AVAIL-YES        VALUE 'Y'.
           03 WS-BROWSE-DONE           PIC X VALUE 'N'.
            88 WS-BROWSE-DONE-YES      VALUE 'Y'.
           03 WS-POP-KNOWN             PIC X VALUE 'N'.
            88 WS-POP-KNOWN-YES        VALUE 'Y'.
           03 WS-D-FOUND               PIC X VALUE 'N'.
            88 WS-D-FOUND-YES          VALUE 'Y'.
           03 WS-SECTION-FOUND         PIC X VALUE 'N'.
            88 WS-SECTION-FOUND-YES    VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-AS-OF-DATE            PIC 9(08) VALUE ZEROES.
      *    THE AS-OF DATE, OR ALL NINES ON A LATEST RUN ***
           03 WS-LIMIT-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-LIMIT-WEEK            PIC 9(06) VALUE ZEROES.
      *    THE DAY A MEASURE MUST BE IN FORCE ON - THE AS-OF DATE,
      *    OR TODAY ON A LATEST RUN ***
           03 WS-IN-FORCE-DATE         PIC 9(08) VALUE ZEROES.
      *
      *    UP TO TEN COUNTRIES A RUN ***
       01  WS-CODE-LIST.
           03 WS-CODE-ENTRY            PIC X(05) OCCURS 10 TIMES.
       01  WS-CODE-COUNT               PIC 9(02) VALUE ZEROES.
       01  WS-CODE-SUB                 PIC 9(02) VALUE ZEROES.
       01  WS-FS-CODE                  PIC X(05) VALUE SPACES.
      *
       77  WS-SUB-PGM-NAME             PIC X(08) VALUE SPACES.
       77  WS-C-CODE-TO-READ           PIC X(05) VALUE SPACES.
       77  WS-SUB-MODE                 PIC X(01) VALUE 'E'.
       77  WS-NAME-PARTIAL-TO-READ     PIC X(20) VALUE SPACES.
       COPY COUNTRYS REPLACING     ==:TAG1:==     BY ==WS-COUNTRYS==
                                   ==:TAG2:==     BY ==WS-C==.
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==RESULT==.
      *
      *    SHARED CALENDAR SERVICE - THE DAY OF WEEK PLACES THE
      *    AS-OF DATE IN ITS ISO WEEK, AS COV2022 DOES ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
       01  WS-WEEK-WORK.
           03 WS-ISO-WEEK              PIC 9(06) VALUE ZEROES.
           03 WS-WEEK-YEAR             PIC 9(04) VALUE ZEROES.
           03 WS-WEEK-NO               PIC 9(02) VALUE ZEROES.
           03 WS-THURSDAY-INT          PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-JAN1-INT              PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-DAY-DATE              PIC 9(08) VALUE ZEROES.
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ---,---,---,--9.
       01  WS-RATE-EDIT                PIC ---,---,--9.99.
       01  WS-RATE-WORK                PIC S9(09)V99 VALUE ZEROES.
      *
      *    THE COUNTRY'S LATEST CASE POSITION ON OR BEFORE THE DATE ***
       01  WS-CASE-POSITION.
           03 WS-POPULATION            PIC 9(11) VALUE ZEROES.
           03 WS-POP-YEAR              PIC 9(04) VALUE ZEROES.
           03 WS-D-DATE                PIC 9(08) VALUE ZEROES.
           03 WS-D-DAY-NUM             PIC 9(07) VALUE ZEROES.
           03 WS-D-TOTAL-CONF          PIC 9(09) VALUE ZEROES.
           03 WS-D-NEW-CONF            PIC S9(09) VALUE ZEROES.
           03 WS-D-TOTAL-DEATH         PIC 9(09) VALUE ZEROES.
           03 WS-D-NEW-DEATH           PIC S9(09) VALUE ZEROES.
      *
      *    THE LAST 56 COVID19D DAYS READ, ROUND-ROBIN, FOR THE
      *    7-DAY AVERAGES AND THE EIGHT-WEEK TREND ***
       01  WS-DAY-RING.
           03 WS-DR-ENTRY OCCURS 56 TIMES.
              05 WS-DR-DAY-NUM         PIC 9(07).
              05 WS-DR-NEW-CONF        PIC S9(09) COMP-3.
              05 WS-DR-NEW-DEATH       PIC S9(09) COMP-3.
       01  WS-DR-NEXT                  PIC 9(02) VALUE 1.
       01  WS-DR-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-DAY-NUM                  PIC 9(07) VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
      *
      *    WEEK 1 IS THE OLDEST, WEEK 8 ENDS ON THE POSITION DAY ***
       01  WS-TREND.
           03 WS-TR-WEEK OCCURS 8 TIMES.
              05 WS-TR-END-DATE        PIC 9(08).
              05 WS-TR-NEW-CONF        PIC S9(11) COMP-3.
              05 WS-TR-NEW-DEATH       PIC S9(11) COMP-3.
              05 WS-TR-DAYS            PIC 9(02).
       01  WS-TR-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-WEEKS-BACK               PIC 9(05) VALUE ZERO.
      *
       01  WS-TEST-WORK.
           03 WS-T-DATE                PIC 9(08) VALUE ZEROES.
           03 WS-T-TOTAL-TESTS         PIC 9(09) VALUE ZEROES.
           03 WS-T-WEEK-TESTS          PIC 9(11) VALUE ZEROES.
           03 WS-T-FROM-DATE           PIC 9(08) VALUE ZEROES.
      *
       01  WS-VARIANT-WORK.
           03 WS-VW-WEEK               PIC 9(06) VALUE ZEROES.
           03 WS-VW-LINEAGE            PIC X(20) VALUE SPACES.
           03 WS-VW-SHARE              PIC 9(03)V99 VALUE ZEROES.
           03 WS-VW-SAMPLES            PIC 9(07) VALUE ZEROES.
      *    SAME LOW-CONFIDENCE FLOOR AS COV1950 ***
       01  WS-SAMPLE-FLOOR             PIC 9(07) COMP-3 VALUE 30.
      *
      *    THE LAST QUALIFYING ROW OF A BROWSE, KEPT OUT OF THE
      *    RECORD AREA THE NEXT READ OVERLAYS ***
       01  WS-KEPT-V-REC               PIC X(40) VALUE SPACES.
       01  WS-KEPT-H-REC               PIC X(40) VALUE SPACES.
      *
       01  WS-ANN-FROM-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-ANN-LISTED               PIC 9(03) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-PAGES-WRITTEN         PIC 9(05) VALUE ZEROES.
           03 WS-CODES-UNKNOWN         PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2029'.
           03 FILLER                   PIC X(50) VALUE
                '*** COUNTRY FACTSHEET *** '.
           03 H1-AS-OF-O               PIC X(30).
      *
       01  WS-COUNTRY-BANNER.
           03 FILLER                   PIC X(02).
           03 CB-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 CB-NAME-O                PIC X(50).
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'REGION:'.
           03 CB-REGION-O              PIC X(20).
      *
       01  WS-SECTION-LINE.
           03 FILLER                   PIC X(02).
           03 SL-TITLE-O               PIC X(40).
           03 SL-DATE-LABEL-O          PIC X(08).
           03 SL-DATE-O                PIC X(10).
      *
      *    UP TO THREE LABELLED FIGURES A LINE ***
       01  WS-FIGURE-LINE.
           03 FILLER                   PIC X(04).
           03 FG-SLOT OCCURS 3 TIMES.
              05 FG-LABEL-O            PIC X(20).
              05 FG-VALUE-O            PIC X(15).
              05 FILLER                PIC X(06).
      *
       01  WS-TEXT-LINE.
           03 FILLER                   PIC X(04).
           03 TL-TEXT-O                PIC X(100).
      *
       01  WS-MEASURE-LINE.
           03 FILLER                   PIC X(04).
           03 ML-TYPE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE 'SINCE'.
           03 ML-EFF-O                 PIC X(10).
           03 FILLER                   PIC X(02).
           03 ML-NOTE-O                PIC X(30).
      *
       01  WS-VARIANT-LINE.
           03 FILLER                   PIC X(04).
           03 VL-LINEAGE-O             PIC X(20).
           03 FILLER                   PIC X(02).
           03 VL-SHARE-O               PIC ZZ9.99.
           03 FILLER                   PIC X(13) VALUE
                ' PCT OF'.
           03 VL-SAMPLES-O             PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(19) VALUE
                ' SAMPLES, ISO WEEK'.
           03 VL-WEEK-O                PIC 9(06).
           03 FILLER                   PIC X(02).
           03 VL-FLAG-O                PIC X(08).
      *
       01  WS-TREND-DATE-LINE.
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(16) VALUE
                'WEEK ENDING'.
           03 TD-DATE-O                PIC X(12) OCCURS 8 TIMES.
      *
       01  WS-TREND-FIGURE-LINE.
           03 FILLER                   PIC X(04).
           03 TF-LABEL-O               PIC X(14).
           03 TF-VALUE-O               PIC ---,---,--9 OCCURS 8 TIMES.
           03 FILLER                   PIC X(01).
      *
       01  WS-NOTE-LINE.
           03 FILLER                   PIC X(04).
           03 NL-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 NL-NOTE-O                PIC X(60).
           03 FILLER                   PIC X(02).
           03 NL-OPER-O                PIC X(08).
      *=============================
       LINKAGE SECTION.
      *=============================
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20220131PE   FR   ' - AS-OF DATE (ZEROS = LATEST),
      *    THEN UP TO TEN FIVE-CHARACTER COUNTRY CODES ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-AS-OF            PIC X(08).
           03 LK-PARM-CODE             PIC X(05) OCCURS 10 TIMES.
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              PERFORM TAKE-PARM
           ELSE
              PERFORM TAKE-ACCEPTED-PARMS
           END-IF
           IF RETURN-CODE > 4
              EXIT PARAGRAPH
           END-IF
           IF WS-CODE-COUNT = ZERO
              DISPLAY '*** ERROR at least one country code is required'
              MOVE 8                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-AS-OF-DATE = ZERO
              MOVE 99999999            TO WS-LIMIT-DATE
              MOVE 999999              TO WS-LIMIT-WEEK
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-IN-FORCE-DATE
           ELSE
              MOVE WS-AS-OF-DATE       TO WS-LIMIT-DATE
              MOVE WS-AS-OF-DATE       TO WS-IN-FORCE-DATE
              MOVE WS-AS-OF-DATE       TO WS-EDIT-DATE
              PERFORM DATE-TO-ISO-WEEK
              MOVE WS-ISO-WEEK         TO WS-LIMIT-WEEK
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > 4
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
              UNTIL WS-CODE-SUB > WS-CODE-COUNT
              MOVE WS-CODE-ENTRY (WS-CODE-SUB) TO WS-FS-CODE
              PERFORM WRITE-ONE-FACTSHEET
           END-PERFORM
           DISPLAY 'Factsheets WRITTEN: '       WS-PAGES-WRITTEN
           DISPLAY 'Codes not on COUNTRYS: '    WS-CODES-UNKNOWN
           IF WS-CODES-UNKNOWN > ZERO
              MOVE 4                   TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       TAKE-PARM.
           IF LK-PARM-AS-OF NOT NUMERIC
              DISPLAY '*** ERROR as-of date not numeric: '
                      LK-PARM-AS-OF
              MOVE 8                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE LK-PARM-AS-OF          TO WS-AS-OF-DATE
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
              UNTIL WS-CODE-SUB > 10 OR
                    8 + WS-CODE-SUB * 5 > LK-PARM-LEN + 4
              IF LK-PARM-CODE (WS-CODE-SUB) NOT = SPACES
                 ADD 1                 TO WS-CODE-COUNT
                 MOVE LK-PARM-CODE (WS-CODE-SUB)
                                       TO WS-CODE-ENTRY (WS-CODE-COUNT)
              END-IF
           END-PERFORM
           .
      *
       TAKE-ACCEPTED-PARMS.
           DISPLAY '*** As-of date YYYYMMDD (0 = latest): '
           ACCEPT WS-AS-OF-DATE
           MOVE 'X'                    TO WS-FS-CODE
           PERFORM UNTIL WS-FS-CODE = SPACES OR WS-CODE-COUNT = 10
              DISPLAY '*** Country code (blank to end): '
              MOVE SPACES              TO WS-FS-CODE
              ACCEPT WS-FS-CODE
              IF WS-FS-CODE NOT = SPACES
                 ADD 1                 TO WS-CODE-COUNT
                 MOVE WS-FS-CODE       TO WS-CODE-ENTRY (WS-CODE-COUNT)
              END-IF
           END-PERFORM
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
           OPEN INPUT POPULATN-FILE
           IF WS-POPULATN-STATUS = ZERO
              MOVE 'Y'                 TO WS-POP-AVAIL
           END-IF
           OPEN INPUT MEASURES-FILE
           IF WS-MEASURES-STATUS = ZERO
              MOVE 'Y'                 TO WS-MEAS-AVAIL
           END-IF
           OPEN INPUT COVID19V-FILE
           IF WS-COVID19V-STATUS = ZERO
              MOVE 'Y'                 TO WS-V-AVAIL
           END-IF
           OPEN INPUT COVID19T-FILE
           IF WS-COVID19T-STATUS = ZERO
              MOVE 'Y'                 TO WS-T-AVAIL
           END-IF
           OPEN INPUT COVID19H-FILE
           IF WS-COVID19H-STATUS = ZERO
              MOVE 'Y'                 TO WS-H-AVAIL
           END-IF
           OPEN INPUT VARIANTS-FILE
           IF WS-VARIANTS-STATUS = ZERO
              MOVE 'Y'                 TO WS-VAR-AVAIL
           END-IF
           OPEN INPUT ANNOTATE-FILE
           IF WS-ANNOTATE-STATUS = ZERO
              MOVE 'Y'                 TO WS-ANN-AVAIL
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO H1-AS-OF-O
           IF WS-AS-OF-DATE = ZERO
              MOVE 'LATEST FIGURES'    TO H1-AS-OF-O
           ELSE
              MOVE WS-AS-OF-DATE       TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              STRING 'AS OF '          DELIMITED BY SIZE
                     WS-EDIT-DATE-O    DELIMITED BY SIZE
                                     INTO H1-AS-OF-O
           END-IF
           .
      *
       CLOSE-FILES.
           CLOSE COVID19D-FILE PRINT-LINE
           IF WS-POP-AVAIL-YES
              CLOSE POPULATN-FILE
           END-IF
           IF WS-MEAS-AVAIL-YES
              CLOSE MEASURES-FILE
           END-IF
           IF WS-V-AVAIL-YES
              CLOSE COVID19V-FILE
           END-IF
           IF WS-T-AVAIL-YES
              CLOSE COVID19T-FILE
           END-IF
           IF WS-H-AVAIL-YES
              CLOSE COVID19H-FILE
           END-IF
           IF WS-VAR-AVAIL-YES
              CLOSE VARIANTS-FILE
           END-IF
           IF WS-ANN-AVAIL-YES
              CLOSE ANNOTATE-FILE
           END-IF
           .
      *
      *=============================
      *    ONE PAGE: THE CASE POSITION IS FOUND FIRST, SINCE THE
      *    POSITIVITY WEEK, THE TREND AND THE NOTES ALL HANG OFF
      *    ITS DATE ***
      *=============================
       WRITE-ONE-FACTSHEET.
           ADD 1                       TO WS-PAGES-WRITTEN
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
              AFTER ADVANCING PAGE
           MOVE WS-FS-CODE             TO WS-C-CODE-TO-READ
           MOVE SPACES               TO WS-COUNTRYS-REC WS-RESULT-INFO
           MOVE 'SUB0002'              TO WS-SUB-PGM-NAME
           CALL WS-SUB-PGM-NAME USING
             WS-C-CODE-TO-READ, WS-COUNTRYS-REC, WS-RESULT-INFO,
             WS-SUB-MODE, WS-NAME-PARTIAL-TO-READ
           MOVE SPACES                 TO WS-COUNTRY-BANNER
           MOVE WS-FS-CODE             TO CB-CODE-O
           IF NOT WS-RESULT-OK
              ADD 1                    TO WS-CODES-UNKNOWN
              MOVE '*** NOT ON COUNTRYS - NO FACTSHEET'
                                       TO CB-NAME-O
              WRITE PRINT-REC        FROM WS-COUNTRY-BANNER
              EXIT PARAGRAPH
           END-IF
           MOVE WS-C-NAME              TO CB-NAME-O
           MOVE WS-C-REGION            TO CB-REGION-O
           WRITE PRINT-REC           FROM WS-COUNTRY-BANNER
           PERFORM WRITE-POPULATION
           PERFORM WRITE-MEASURES
           PERFORM FIND-CASE-POSITION
           PERFORM WRITE-CASE-SECTION
           PERFORM WRITE-VACCINATION-SECTION
           PERFORM WRITE-TESTING-SECTION
           PERFORM WRITE-HOSPITAL-SECTION
           PERFORM WRITE-VARIANT-SECTION
           PERFORM WRITE-TREND-SECTION
           PERFORM WRITE-NOTES-SECTION
           .
      *
       WRITE-POPULATION.
           MOVE 'N'                    TO WS-POP-KNOWN
           MOVE ZERO                   TO WS-POPULATION WS-POP-YEAR
           IF WS-POP-AVAIL-YES
              MOVE WS-FS-CODE          TO P-CODE
              READ POPULATN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF P-POPULATION > ZERO
                       MOVE 'Y'        TO WS-POP-KNOWN
                       MOVE P-POPULATION TO WS-POPULATION
                       MOVE P-AS-OF-YEAR TO WS-POP-YEAR
                    END-IF
              END-READ
           END-IF
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'POPULATION'           TO FG-LABEL-O (1)
           IF WS-POP-KNOWN-YES
              MOVE WS-POPULATION       TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT       TO FG-VALUE-O (1)
              MOVE 'CENSUS/EST YEAR'   TO FG-LABEL-O (2)
              MOVE WS-POP-YEAR         TO FG-VALUE-O (2) (12:4)
           ELSE
              MOVE '    NOT ON FILE'   TO FG-VALUE-O (1)
           END-IF
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           .
      *
      *    IN FORCE ON THE DATE: STARTED ON OR BEFORE IT AND NOT
      *    YET ENDED BY IT (END-DATE ZERO WHILE OPEN) ***
       WRITE-MEASURES.
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'MEASURES IN FORCE'    TO SL-TITLE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           MOVE 'N'                    TO WS-SECTION-FOUND
           IF WS-MEAS-AVAIL-YES
              PERFORM LIST-MEASURES-IN-FORCE
           END-IF
           IF NOT WS-SECTION-FOUND-YES
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NONE ON FILE'      TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
           END-IF
           .
      *
       LIST-MEASURES-IN-FORCE.
           MOVE 'N'                    TO WS-BROWSE-DONE
           MOVE WS-FS-CODE             TO ME-CODE
           MOVE ZEROS                  TO ME-EFF-DATE
           MOVE SPACES                 TO ME-TYPE
           START MEASURES-FILE KEY IS NOT LESS THAN ME-KEY
              INVALID KEY
                 MOVE 'Y'              TO WS-BROWSE-DONE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE-YES
              READ MEASURES-FILE NEXT RECORD
                 AT END MOVE 'Y'       TO WS-BROWSE-DONE
              END-READ
              IF NOT WS-BROWSE-DONE-YES
                 IF ME-CODE NOT = WS-FS-CODE OR
                    ME-EFF-DATE > WS-IN-FORCE-DATE
                    MOVE 'Y'           TO WS-BROWSE-DONE
                 ELSE
                    IF ME-END-DATE = ZERO OR
                       ME-END-DATE NOT < WS-IN-FORCE-DATE
                       PERFORM WRITE-ONE-MEASURE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       WRITE-ONE-MEASURE.
           MOVE 'Y'                    TO WS-SECTION-FOUND
           MOVE SPACES                 TO WS-MEASURE-LINE
           MOVE ME-TYPE                TO ML-TYPE-O
           MOVE ME-EFF-DATE            TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO ML-EFF-O
           MOVE ME-NOTE                TO ML-NOTE-O
           WRITE PRINT-REC           FROM WS-MEASURE-LINE
           .
      *
      *    THE WHOLE OF THE COUNTRY'S COVID19D HISTORY UP TO THE
      *    DATE IS READ; THE LAST RECORD IS THE POSITION AND THE
      *    RING KEEPS THE 56 DAYS BEFORE IT ***
       FIND-CASE-POSITION.
           MOVE 'N'                    TO WS-D-FOUND
           INITIALIZE WS-CASE-POSITION WS-DAY-RING
           MOVE 1                      TO WS-DR-NEXT
           MOVE 'N'                    TO WS-BROWSE-DONE
           MOVE WS-FS-CODE             TO CV-CODE
           MOVE ZEROS                  TO CV-DATE
           START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
              INVALID KEY
                 MOVE 'Y'              TO WS-BROWSE-DONE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE-YES
              READ COVID19D-FILE NEXT RECORD
                 AT END MOVE 'Y'       TO WS-BROWSE-DONE
              END-READ
              IF NOT WS-BROWSE-DONE-YES
                 IF CV-CODE NOT = WS-FS-CODE OR
                    CV-DATE > WS-LIMIT-DATE
                    MOVE 'Y'           TO WS-BROWSE-DONE
                 ELSE
                    PERFORM TAKE-CASE-DAY
                 END-IF
              END-IF
           END-PERFORM
           IF WS-D-FOUND-YES
              PERFORM BUILD-TREND
           END-IF
           .
      *
       TAKE-CASE-DAY.
           MOVE 'Y'                    TO WS-D-FOUND
           MOVE CV-DATE                TO WS-D-DATE WS-DATE-NUM
           COMPUTE WS-D-DAY-NUM =
              FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           MOVE CV-TOTAL-CONFIRMED     TO WS-D-TOTAL-CONF
           MOVE CV-NEW-CONFIRMED       TO WS-D-NEW-CONF
           MOVE CV-TOTAL-DEATHS        TO WS-D-TOTAL-DEATH
           MOVE CV-NEW-DEATHS          TO WS-D-NEW-DEATH
      *    A COV1920 CARRY-FORWARD DAY IS SILENCE, NOT A FIGURE ***
           IF CV-IS-SYNTHETIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-D-DAY-NUM           TO WS-DR-DAY-NUM (WS-DR-NEXT)
           MOVE CV-NEW-CONFIRMED       TO WS-DR-NEW-CONF (WS-DR-NEXT)
           MOVE CV-NEW-DEATHS          TO WS-DR-NEW-DEATH (WS-DR-NEXT)
           IF WS-DR-NEXT = 56
              MOVE 1                   TO WS-DR-NEXT
           ELSE
              ADD 1                    TO WS-DR-NEXT
           END-IF
           .
      *
      *    EACH RING DAY FALLS IN THE WEEK (POSITION DAY - DAY) / 7
      *    BACK FROM THE POSITION DAY; WEEK 8 IS ZERO WEEKS BACK ***
       BUILD-TREND.
           INITIALIZE WS-TREND
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1 UNTIL WS-TR-SUB > 8
              COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                 (WS-D-DAY-NUM - (8 - WS-TR-SUB) * 7)
              MOVE WS-DATE-NUM         TO WS-TR-END-DATE (WS-TR-SUB)
           END-PERFORM
           PERFORM VARYING WS-DR-SUB FROM 1 BY 1 UNTIL WS-DR-SUB > 56
              IF WS-DR-DAY-NUM (WS-DR-SUB) > ZERO AND
                 WS-DR-DAY-NUM (WS-DR-SUB) + 56 > WS-D-DAY-NUM
                 COMPUTE WS-WEEKS-BACK =
                    (WS-D-DAY-NUM - WS-DR-DAY-NUM (WS-DR-SUB)) / 7
                 COMPUTE WS-TR-SUB = 8 - WS-WEEKS-BACK
                 ADD WS-DR-NEW-CONF (WS-DR-SUB)
                                       TO WS-TR-NEW-CONF (WS-TR-SUB)
                 ADD WS-DR-NEW-DEATH (WS-DR-SUB)
                                       TO WS-TR-NEW-DEATH (WS-TR-SUB)
                 ADD 1                 TO WS-TR-DAYS (WS-TR-SUB)
              END-IF
           END-PERFORM
           .
      *
       WRITE-CASE-SECTION.
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'CASES AND DEATHS'     TO SL-TITLE-O
           IF WS-D-FOUND-YES
              MOVE 'AS OF'             TO SL-DATE-LABEL-O
              MOVE WS-D-DATE           TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              MOVE WS-EDIT-DATE-O      TO SL-DATE-O
           END-IF
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           IF NOT WS-D-FOUND-YES
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NO CASE DATA ON FILE' TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'TOTAL CONFIRMED'      TO FG-LABEL-O (1)
           MOVE WS-D-TOTAL-CONF        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (1)
           MOVE 'NEW ON THE DAY'       TO FG-LABEL-O (2)
           MOVE WS-D-NEW-CONF          TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (2)
           MOVE '7-DAY AVERAGE'        TO FG-LABEL-O (3)
           COMPUTE WS-RATE-WORK ROUNDED = WS-TR-NEW-CONF (8) / 7
           MOVE WS-RATE-WORK           TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT           TO FG-VALUE-O (3)
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'TOTAL DEATHS'         TO FG-LABEL-O (1)
           MOVE WS-D-TOTAL-DEATH       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (1)
           MOVE 'NEW ON THE DAY'       TO FG-LABEL-O (2)
           MOVE WS-D-NEW-DEATH         TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (2)
           MOVE '7-DAY AVERAGE'        TO FG-LABEL-O (3)
           COMPUTE WS-RATE-WORK ROUNDED = WS-TR-NEW-DEATH (8) / 7
           MOVE WS-RATE-WORK           TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT           TO FG-VALUE-O (3)
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           IF NOT WS-POP-KNOWN-YES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'CONFIRMED PER 100K'   TO FG-LABEL-O (1)
           COMPUTE WS-RATE-WORK ROUNDED =
              WS-D-TOTAL-CONF * 100000 / WS-POPULATION
           MOVE WS-RATE-WORK           TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT           TO FG-VALUE-O (1)
           MOVE 'DEATHS PER 100K'      TO FG-LABEL-O (2)
           COMPUTE WS-RATE-WORK ROUNDED =
              WS-D-TOTAL-DEATH * 100000 / WS-POPULATION
           MOVE WS-RATE-WORK           TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT           TO FG-VALUE-O (2)
           MOVE '7-DAY CASES/100K'     TO FG-LABEL-O (3)
           COMPUTE WS-RATE-WORK ROUNDED =
              WS-TR-NEW-CONF (8) * 100000 / WS-POPULATION
           MOVE WS-RATE-WORK           TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT           TO FG-VALUE-O (3)
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           .
      *
      *    THE LAST COVID19V ROW ON OR BEFORE THE DATE ***
       WRITE-VACCINATION-SECTION.
           MOVE 'N'                    TO WS-SECTION-FOUND
           IF WS-V-AVAIL-YES
              MOVE 'N'                 TO WS-BROWSE-DONE
              MOVE WS-FS-CODE          TO CVV-CODE
              MOVE ZEROS               TO CVV-DATE
              START COVID19V-FILE KEY IS NOT LESS THAN CVV-CODE-DATE
                 INVALID KEY
                    MOVE 'Y'           TO WS-BROWSE-DONE
              END-START
              PERFORM UNTIL WS-BROWSE-DONE-YES
                 READ COVID19V-FILE NEXT RECORD
                    AT END MOVE 'Y'    TO WS-BROWSE-DONE
                 END-READ
                 IF NOT WS-BROWSE-DONE-YES
                    IF CVV-CODE NOT = WS-FS-CODE OR
                       CVV-DATE > WS-LIMIT-DATE
                       MOVE 'Y'        TO WS-BROWSE-DONE
                    ELSE
                       MOVE 'Y'        TO WS-SECTION-FOUND
                       PERFORM SET-VACCINATION-LINE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           IF NOT WS-SECTION-FOUND-YES
              MOVE SPACES              TO WS-SECTION-LINE
              MOVE 'VACCINATION'       TO SL-TITLE-O
              WRITE PRINT-REC        FROM WS-SECTION-LINE
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NO VACCINATION DATA ON FILE' TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KEPT-V-REC          TO COVID19V-REC
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'PEOPLE VACCINATED'    TO FG-LABEL-O (1)
           MOVE CVV-PEOPLE-VACCINATED  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (1)
           MOVE 'FULLY VACCINATED'     TO FG-LABEL-O (2)
           MOVE CVV-PEOPLE-FULLY-VACCINATED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (2)
           MOVE 'TOTAL DOSES'          TO FG-LABEL-O (3)
           MOVE CVV-TOTAL-VACCINATIONS TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (3)
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           IF NOT WS-POP-KNOWN-YES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'PCT 1+ DOSE'          TO FG-LABEL-O (1)
           COMPUTE WS-RATE-WORK ROUNDED =
              CVV-PEOPLE-VACCINATED * 100 / WS-POPULATION
           MOVE WS-RATE-WORK           TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT           TO FG-VALUE-O (1)
           MOVE 'PCT FULLY'            TO FG-LABEL-O (2)
           COMPUTE WS-RATE-WORK ROUNDED =
              CVV-PEOPLE-FULLY-VACCINATED * 100 / WS-POPULATION
           MOVE WS-RATE-WORK           TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT           TO FG-VALUE-O (2)
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           .
      *
       SET-VACCINATION-LINE.
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'VACCINATION'          TO SL-TITLE-O
           MOVE 'AS OF'                TO SL-DATE-LABEL-O
           MOVE CVV-DATE               TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO SL-DATE-O
           MOVE COVID19V-REC           TO WS-KEPT-V-REC
           .
      *
      *    SEVEN DAYS OF TESTS ENDING ON THE CASE POSITION DAY, SET
      *    AGAINST THAT WEEK'S NEW CASES - THE COV1934 RATE OVER A
      *    WEEK RATHER THAN A DAY ***
       WRITE-TESTING-SECTION.
           MOVE 'N'                    TO WS-SECTION-FOUND
           INITIALIZE WS-TEST-WORK
           IF WS-T-AVAIL-YES AND WS-D-FOUND-YES
              COMPUTE WS-T-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-D-DAY-NUM - 6)
              MOVE 'N'                 TO WS-BROWSE-DONE
              MOVE WS-FS-CODE          TO CVT-CODE
              MOVE WS-T-FROM-DATE      TO CVT-DATE
              START COVID19T-FILE KEY IS NOT LESS THAN CVT-CODE-DATE
                 INVALID KEY
                    MOVE 'Y'           TO WS-BROWSE-DONE
              END-START
              PERFORM UNTIL WS-BROWSE-DONE-YES
                 READ COVID19T-FILE NEXT RECORD
                    AT END MOVE 'Y'    TO WS-BROWSE-DONE
                 END-READ
                 IF NOT WS-BROWSE-DONE-YES
                    IF CVT-CODE NOT = WS-FS-CODE OR
                       CVT-DATE > WS-D-DATE
                       MOVE 'Y'        TO WS-BROWSE-DONE
                    ELSE
                       MOVE 'Y'        TO WS-SECTION-FOUND
                       ADD CVT-NEW-TESTS TO WS-T-WEEK-TESTS
                       MOVE CVT-DATE   TO WS-T-DATE
                       MOVE CVT-TOTAL-TESTS TO WS-T-TOTAL-TESTS
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'TESTING, 7 DAYS TO THE CASE DATE' TO SL-TITLE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           IF NOT WS-SECTION-FOUND-YES
              WRITE PRINT-REC        FROM WS-SECTION-LINE
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NO TESTING DATA ON FILE FOR THE WEEK'
                                       TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'AS OF'                TO SL-DATE-LABEL-O
           MOVE WS-T-DATE              TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO SL-DATE-O
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'TESTS IN THE WEEK'    TO FG-LABEL-O (1)
           MOVE WS-T-WEEK-TESTS        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (1)
           MOVE 'PCT POSITIVE'         TO FG-LABEL-O (2)
           IF WS-T-WEEK-TESTS > ZERO
              COMPUTE WS-RATE-WORK ROUNDED =
                 WS-TR-NEW-CONF (8) * 100 / WS-T-WEEK-TESTS
              MOVE WS-RATE-WORK        TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT        TO FG-VALUE-O (2)
           END-IF
           MOVE 'TOTAL TESTS'          TO FG-LABEL-O (3)
           MOVE WS-T-TOTAL-TESTS       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (3)
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           .
      *
      *    THE LAST COVID19H ROW ON OR BEFORE THE DATE ***
       WRITE-HOSPITAL-SECTION.
           MOVE 'N'                    TO WS-SECTION-FOUND
           IF WS-H-AVAIL-YES
              MOVE 'N'                 TO WS-BROWSE-DONE
              MOVE WS-FS-CODE          TO CVHS-CODE
              MOVE ZEROS               TO CVHS-DATE
              START COVID19H-FILE KEY IS NOT LESS THAN CVHS-CODE-DATE
                 INVALID KEY
                    MOVE 'Y'           TO WS-BROWSE-DONE
              END-START
              PERFORM UNTIL WS-BROWSE-DONE-YES
                 READ COVID19H-FILE NEXT RECORD
                    AT END MOVE 'Y'    TO WS-BROWSE-DONE
                 END-READ
                 IF NOT WS-BROWSE-DONE-YES
                    IF CVHS-CODE NOT = WS-FS-CODE OR
                       CVHS-DATE > WS-LIMIT-DATE
                       MOVE 'Y'        TO WS-BROWSE-DONE
                    ELSE
                       MOVE 'Y'        TO WS-SECTION-FOUND
                       MOVE COVID19H-REC TO WS-KEPT-H-REC
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'HOSPITAL AND ICU CENSUS' TO SL-TITLE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           IF NOT WS-SECTION-FOUND-YES
              WRITE PRINT-REC        FROM WS-SECTION-LINE
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NO HOSPITAL DATA ON FILE' TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KEPT-H-REC          TO COVID19H-REC
           MOVE 'AS OF'                TO SL-DATE-LABEL-O
           MOVE CVHS-DATE              TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO SL-DATE-O
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           MOVE SPACES                 TO WS-FIGURE-LINE
           MOVE 'IN HOSPITAL'          TO FG-LABEL-O (1)
           MOVE CVHS-HOSP-CENSUS       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (1)
           MOVE 'IN ICU'               TO FG-LABEL-O (2)
           MOVE CVHS-ICU-CENSUS        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (2)
           MOVE 'ADMITTED THAT DAY'    TO FG-LABEL-O (3)
           MOVE CVHS-NEW-ADMISSIONS    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO FG-VALUE-O (3)
           WRITE PRINT-REC           FROM WS-FIGURE-LINE
           .
      *
      *    COV1950'S READING: THE HIGHEST SHARE INSIDE EACH
      *    COUNTRY-WEEK IS THAT WEEK'S DOMINANT LINEAGE; THE LAST
      *    WEEK NOT AFTER THE DATE'S ISO WEEK IS THE ONE SHOWN ***
       WRITE-VARIANT-SECTION.
           MOVE 'N'                    TO WS-SECTION-FOUND
           INITIALIZE WS-VARIANT-WORK
           IF WS-VAR-AVAIL-YES
              MOVE 'N'                 TO WS-BROWSE-DONE
              MOVE WS-FS-CODE          TO VR-CODE
              MOVE ZEROS               TO VR-WEEK
              MOVE SPACES              TO VR-LINEAGE
              START VARIANTS-FILE KEY IS NOT LESS THAN VR-KEY
                 INVALID KEY
                    MOVE 'Y'           TO WS-BROWSE-DONE
              END-START
              PERFORM UNTIL WS-BROWSE-DONE-YES
                 READ VARIANTS-FILE NEXT RECORD
                    AT END MOVE 'Y'    TO WS-BROWSE-DONE
                 END-READ
                 IF NOT WS-BROWSE-DONE-YES
                    IF VR-CODE NOT = WS-FS-CODE OR
                       VR-WEEK > WS-LIMIT-WEEK
                       MOVE 'Y'        TO WS-BROWSE-DONE
                    ELSE
                       MOVE 'Y'        TO WS-SECTION-FOUND
                       PERFORM TAKE-VARIANT-SHARE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'DOMINANT VARIANT'     TO SL-TITLE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           IF NOT WS-SECTION-FOUND-YES
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NO SEQUENCING DATA ON FILE' TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO VL-FLAG-O
           MOVE WS-VW-LINEAGE          TO VL-LINEAGE-O
           MOVE WS-VW-SHARE            TO VL-SHARE-O
           MOVE WS-VW-SAMPLES          TO VL-SAMPLES-O
           MOVE WS-VW-WEEK             TO VL-WEEK-O
           IF WS-VW-SAMPLES < WS-SAMPLE-FLOOR
              MOVE 'LOW SAMP'          TO VL-FLAG-O
           END-IF
           WRITE PRINT-REC           FROM WS-VARIANT-LINE
           .
      *
      *    A NEW WEEK STARTS A NEW DOMINANT; WITHIN THE WEEK THE
      *    HIGHER SHARE WINS ***
       TAKE-VARIANT-SHARE.
           IF VR-WEEK NOT = WS-VW-WEEK OR
              VR-SHARE-PCT > WS-VW-SHARE
              MOVE VR-WEEK             TO WS-VW-WEEK
              MOVE VR-LINEAGE          TO WS-VW-LINEAGE
              MOVE VR-SHARE-PCT        TO WS-VW-SHARE
              MOVE VR-SAMPLE-COUNT     TO WS-VW-SAMPLES
           END-IF
           .
      *
       WRITE-TREND-SECTION.
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'WEEKLY TREND, LAST EIGHT WEEKS' TO SL-TITLE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           IF NOT WS-D-FOUND-YES
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NO CASE DATA ON FILE' TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO WS-TREND-DATE-LINE
           MOVE 'WEEK ENDING'          TO WS-TREND-DATE-LINE (5:16)
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1 UNTIL WS-TR-SUB > 8
              MOVE WS-TR-END-DATE (WS-TR-SUB) TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              MOVE WS-EDIT-DATE-O      TO TD-DATE-O (WS-TR-SUB) (3:10)
           END-PERFORM
           WRITE PRINT-REC           FROM WS-TREND-DATE-LINE
           MOVE SPACES                 TO WS-TREND-FIGURE-LINE
           MOVE 'NEW CASES'            TO TF-LABEL-O
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1 UNTIL WS-TR-SUB > 8
              MOVE WS-TR-NEW-CONF (WS-TR-SUB)
                                       TO TF-VALUE-O (WS-TR-SUB)
           END-PERFORM
           WRITE PRINT-REC           FROM WS-TREND-FIGURE-LINE
           MOVE SPACES                 TO WS-TREND-FIGURE-LINE
           MOVE 'NEW DEATHS'           TO TF-LABEL-O
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1 UNTIL WS-TR-SUB > 8
              MOVE WS-TR-NEW-DEATH (WS-TR-SUB)
                                       TO TF-VALUE-O (WS-TR-SUB)
           END-PERFORM
           WRITE PRINT-REC           FROM WS-TREND-FIGURE-LINE
           .
      *
      *    THE NOTES DATED INSIDE THE TREND'S EIGHT WEEKS (OR THE
      *    EIGHT WEEKS TO THE DATE WHEN THERE IS NO CASE DATA) ***
       WRITE-NOTES-SECTION.
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE 'ANALYST NOTES'        TO SL-TITLE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-SECTION-LINE
           MOVE ZERO                   TO WS-ANN-LISTED
           IF WS-ANN-AVAIL-YES
              PERFORM LIST-ACTIVE-NOTES
           END-IF
           IF WS-ANN-LISTED = ZERO
              MOVE SPACES              TO WS-TEXT-LINE
              MOVE 'NONE FOR THE PERIOD' TO TL-TEXT-O
              WRITE PRINT-REC        FROM WS-TEXT-LINE
           END-IF
           .
      *
       LIST-ACTIVE-NOTES.
           IF WS-D-FOUND-YES
              MOVE WS-TR-END-DATE (1)  TO WS-DATE-NUM
              COMPUTE WS-ANN-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 6)
              MOVE WS-D-DATE           TO WS-DATE-NUM
           ELSE
              IF WS-AS-OF-DATE = ZERO
                 MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-NUM
              ELSE
                 MOVE WS-AS-OF-DATE    TO WS-DATE-NUM
              END-IF
              COMPUTE WS-ANN-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 55)
           END-IF
           MOVE 'N'                    TO WS-BROWSE-DONE
           MOVE WS-FS-CODE             TO AN-CODE
           MOVE WS-ANN-FROM-DATE       TO AN-DATE
           START ANNOTATE-FILE KEY IS NOT LESS THAN AN-KEY
              INVALID KEY
                 MOVE 'Y'              TO WS-BROWSE-DONE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE-YES
              READ ANNOTATE-FILE NEXT RECORD
                 AT END MOVE 'Y'       TO WS-BROWSE-DONE
              END-READ
              IF NOT WS-BROWSE-DONE-YES
                 IF AN-CODE NOT = WS-FS-CODE OR
                    AN-DATE > WS-DATE-NUM
                    MOVE 'Y'           TO WS-BROWSE-DONE
                 ELSE
                    ADD 1              TO WS-ANN-LISTED
                    MOVE SPACES        TO WS-NOTE-LINE
                    MOVE AN-DATE       TO WS-EDIT-DATE
                    PERFORM FORMAT-EDIT-DATE
                    MOVE WS-EDIT-DATE-O TO NL-DATE-O
                    MOVE AN-NOTE       TO NL-NOTE-O
                    MOVE AN-OPER-ID    TO NL-OPER-O
                    WRITE PRINT-REC  FROM WS-NOTE-LINE
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    ISO RULE: A DATE BELONGS TO THE WEEK (AND THE YEAR) OF ITS
      *    THURSDAY; THE WEEK NUMBER COUNTS SEVENS FROM JANUARY 1ST
      *    OF THAT YEAR TO THE THURSDAY ***
       DATE-TO-ISO-WEEK.
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           COMPUTE WS-THURSDAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)
              - (WS-DAY-OF-WEEK - 1) + 3
           MOVE FUNCTION DATE-OF-INTEGER (WS-THURSDAY-INT)
                                       TO WS-DAY-DATE
           MOVE WS-DAY-DATE (1:4)      TO WS-WEEK-YEAR
           COMPUTE WS-EDIT-DATE = WS-WEEK-YEAR * 10000 + 0101
           COMPUTE WS-JAN1-INT =
              FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)
           COMPUTE WS-WEEK-NO =
              (WS-THURSDAY-INT - WS-JAN1-INT) / 7 + 1
           COMPUTE WS-ISO-WEEK = WS-WEEK-YEAR * 100 + WS-WEEK-NO
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
