      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2025.
       AUTHOR.         GEORGES B.
      *    Ad hoc extract engine: the weekly "these countries, these
      *    dates, these figures, as CSV" asks are cards on EXTRCARD
      *    instead of a COV1907 run and a hand edit. Each request is
      *    a REQ card followed by its CTY and COL cards:
      *      REQ - request id, who asked, the scope (C = the codes
      *            on the CTY cards, R + a C-REGION value, W = the
      *            WATCHLST countries, A = every country), a from and
      *            to date (to blank = today; from blank = the last
      *            nnn days up to the to date), the datasets wanted
      *            (any of D=COVID19D, V=COVID19V, T=COVID19T,
      *            H=COVID19H) and the format (C = CSV, F = fixed
      *            width)
      *      CTY - up to 12 country codes a card, as many cards as
      *            the list needs (scope C)
      *      COL - up to 20 column codes a card, in output order:
      *            D: NC/TC/ND/TD/NR/TR = NEW/TOTAL CONFIRMED/
      *               DEATHS/RECOVERED
      *            V: NV/TV = NEW/TOTAL VACCINATIONS, PV/PF = PEOPLE/
      *               FULLY VACCINATED
      *            T: NT/TT = NEW/TOTAL TESTS
      *            H: NA = NEW ADMISSIONS, HC/IC = HOSPITAL/ICU
      *               CENSUS
      *            NM/RG = COUNTRY NAME/REGION (COUNTRYS)
      *    The chosen datasets are joined on CODE+DATE - one row per
      *    country and day that any of them holds, a dataset with no
      *    record that day leaving its columns empty - and written to
      *    a file of its own, ADHOC.<request id>.<run date>, between
      *    the HDR and TRL records every extract of ours carries:
      *    HDR names the run date, layout (V25C CSV / V25F fixed) and
      *    request id and lists the columns; TRL carries the row count
      *    and hash totals of the first four figure columns. Rows
      *    start CODE, DATE; a fixed-width figure is 10 bytes (sign +
      *    9 digits), NM 50 and RG 20. Country/days under EMBARGO are
      *    held back as COV1907 does. Each request - done or refused -
      *    is logged to EXTRLOG with its counts. RC=4 when any request
      *    was refused. A row the embargo register can't answer for
      *    is held back as an embargoed one is ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   EXTRCARD-FILE       ASSIGN EXTRCARD
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-EXTRCARD-STATUS
           .
           SELECT   EXTRACT-FILE        ASSIGN DYNAMIC WS-EXTRACT-NAME
                    ORGANIZATION        IS LINE SEQUENTIAL
                    FILE STATUS         IS WS-EXTRACT-STATUS
           .
      *    ONE LINE PER REQUEST, APPENDED ACROSS RUNS ***
           SELECT   EXTRLOG-FILE        ASSIGN EXTRLOG
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-EXTRLOG-STATUS
           .
           SELECT   WATCHLST-FILE       ASSIGN WATCHLST
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-WATCHLST-STATUS
           .
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
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
           SELECT   COVID19T-FILE       ASSIGN COVID19T
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CVT-CODE-DATE
                    FILE STATUS         IS WS-COVID19T-STATUS
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
       FD  EXTRCARD-FILE
           RECORDING MODE IS F
           .
       01  EXTRCARD-REC.
      *    REQ, CTY OR COL - '*' IN COLUMN 1 IS A COMMENT CARD ***
           03 EC-CARD-TYPE             PIC X(03).
           03 FILLER                   PIC X(77).
      *
       01  EC-REQ-CARD.
           03 FILLER                   PIC X(04).
           03 EC-REQ-ID                PIC X(08).
           03 FILLER                   PIC X(01).
           03 EC-REQUESTER             PIC X(08).
           03 FILLER                   PIC X(01).
      *    C=CTY CARDS, R=REGION, W=WATCHLST, A=ALL COUNTRIES ***
           03 EC-SCOPE-TYPE            PIC X(01).
           03 FILLER                   PIC X(01).
           03 EC-SCOPE-REGION          PIC X(20).
           03 FILLER                   PIC X(01).
      *    YYYYMMDD, EITHER MAY BE BLANK (SEE THE BANNER) ***
           03 EC-FROM-DATE             PIC X(08).
           03 FILLER                   PIC X(01).
           03 EC-TO-DATE               PIC X(08).
           03 FILLER                   PIC X(01).
           03 EC-LAST-DAYS             PIC X(03).
           03 FILLER                   PIC X(01).
      *    ANY OF D/V/T/H, IN ANY ORDER ***
           03 EC-DATASETS              PIC X(04).
           03 FILLER                   PIC X(01).
      *    C=CSV (OR BLANK), F=FIXED WIDTH ***
           03 EC-FORMAT                PIC X(01).
           03 FILLER                   PIC X(07).
      *
       01  EC-CTY-CARD.
           03 FILLER                   PIC X(04).
           03 EC-CTY-ENTRY OCCURS 12 TIMES.
              05 EC-CTY-CODE           PIC X(05).
              05 FILLER                PIC X(01).
           03 FILLER                   PIC X(04).
      *
       01  EC-COL-CARD.
           03 FILLER                   PIC X(04).
           03 EC-COL-ENTRY OCCURS 20 TIMES.
              05 EC-COL-CODE           PIC X(02).
              05 FILLER                PIC X(01).
           03 FILLER                   PIC X(16).
      *
       FD  EXTRACT-FILE RECORDING MODE F.
       01  EXTRACT-REC                 PIC X(300).
      *
       FD  EXTRLOG-FILE
           RECORDING MODE IS F
           .
       COPY EXTRLOG REPLACING        ==:TAG1:== BY ==EXTRLOG==
                                     ==:TAG2:== BY ==XL==.
      *
       FD  WATCHLST-FILE
           RECORDING MODE IS F
           .
       01  WATCHLST-REC.
           03 WL-CODE                  PIC X(05).
           03 FILLER                   PIC X(01).
           03 WL-NOTE                  PIC X(30).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING       ==:TAG1:== BY ==COUNTRYS==
                                     ==:TAG2:== BY ==C==.
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
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-EXTRCARD-STATUS       PIC 99 VALUE ZEROS.
           03 WS-EXTRACT-STATUS        PIC 99 VALUE ZEROS.
           03 WS-EXTRLOG-STATUS        PIC 99 VALUE ZEROS.
           03 WS-WATCHLST-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19V-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19T-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19H-STATUS       PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-CARDS-EOF             PIC X VALUE 'N'.
            88 WS-CARDS-EOF-OK         VALUE 'Y'.
           03 WS-WATCH-EOF             PIC X VALUE 'N'.
            88 WS-WATCH-EOF-OK         VALUE 'Y'.
           03 WS-WALK-END              PIC X VALUE 'N'.
            88 WS-WALK-END-YES         VALUE 'Y'.
           03 WS-REQ-PENDING           PIC X VALUE 'N'.
            88 WS-REQ-PENDING-YES      VALUE 'Y'.
           03 WS-REQ-REFUSED           PIC X VALUE 'N'.
            88 WS-REQ-REFUSED-YES      VALUE 'Y'.
      *    WHICH FILES OPENED AT START OF RUN ***
           03 WS-COUNTRYS-OPEN         PIC X VALUE 'N'.
            88 WS-COUNTRYS-OPEN-YES    VALUE 'Y'.
           03 WS-COVID19D-OPEN         PIC X VALUE 'N'.
            88 WS-COVID19D-OPEN-YES    VALUE 'Y'.
           03 WS-COVID19V-OPEN         PIC X VALUE 'N'.
            88 WS-COVID19V-OPEN-YES    VALUE 'Y'.
           03 WS-COVID19T-OPEN         PIC X VALUE 'N'.
            88 WS-COVID19T-OPEN-YES    VALUE 'Y'.
           03 WS-COVID19H-OPEN         PIC X VALUE 'N'.
            88 WS-COVID19H-OPEN-YES    VALUE 'Y'.
      *    WHICH DATASETS HAVE A RECORD FOR THE ROW IN HAND ***
           03 WS-FOUND-D               PIC X VALUE 'N'.
            88 WS-FOUND-D-YES          VALUE 'Y'.
           03 WS-FOUND-V               PIC X VALUE 'N'.
            88 WS-FOUND-V-YES          VALUE 'Y'.
           03 WS-FOUND-T               PIC X VALUE 'N'.
            88 WS-FOUND-T-YES          VALUE 'Y'.
           03 WS-FOUND-H               PIC X VALUE 'N'.
            88 WS-FOUND-H-YES          VALUE 'Y'.
           03 WS-CODE-KNOWN            PIC X VALUE 'N'.
            88 WS-CODE-KNOWN-YES       VALUE 'Y'.
      *
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-RUN-TIME                 PIC 9(06) VALUE ZEROES.
       01  WS-EXTRACT-NAME             PIC X(40) VALUE SPACES.
      *
      *    THE REQUEST BEING GATHERED FROM ITS CARDS ***
       01  WS-REQUEST.
           03 WS-RQ-ID                 PIC X(08) VALUE SPACES.
           03 WS-RQ-REQUESTER          PIC X(08) VALUE SPACES.
           03 WS-RQ-SCOPE-TYPE         PIC X(01) VALUE SPACE.
            88 WS-RQ-SCOPE-CODES       VALUE 'C'.
            88 WS-RQ-SCOPE-REGION      VALUE 'R'.
            88 WS-RQ-SCOPE-WATCH       VALUE 'W'.
            88 WS-RQ-SCOPE-ALL         VALUE 'A'.
           03 WS-RQ-SCOPE-REGION-NAME  PIC X(20) VALUE SPACES.
           03 WS-RQ-FROM-TEXT          PIC X(08) VALUE SPACES.
           03 WS-RQ-TO-TEXT            PIC X(08) VALUE SPACES.
           03 WS-RQ-LAST-DAYS-TEXT     PIC X(03) VALUE SPACES.
           03 WS-RQ-FROM-DATE          PIC 9(08) VALUE ZEROES.
           03 WS-RQ-TO-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-RQ-LAST-DAYS          PIC 9(03) VALUE ZEROES.
           03 WS-RQ-DATASETS           PIC X(04) VALUE SPACES.
           03 WS-RQ-FORMAT             PIC X(01) VALUE 'C'.
            88 WS-RQ-FORMAT-CSV        VALUE 'C'.
            88 WS-RQ-FORMAT-FIXED      VALUE 'F'.
           03 WS-RQ-REASON             PIC X(30) VALUE SPACES.
      *
      *    WHICH DATASETS THE REQUEST NAMED ***
       01  WS-WANT-FLAGS.
           03 WS-WANT-D                PIC X VALUE 'N'.
            88 WS-WANT-D-YES           VALUE 'Y'.
           03 WS-WANT-V                PIC X VALUE 'N'.
            88 WS-WANT-V-YES           VALUE 'Y'.
           03 WS-WANT-T                PIC X VALUE 'N'.
            88 WS-WANT-T-YES           VALUE 'Y'.
           03 WS-WANT-H                PIC X VALUE 'N'.
            88 WS-WANT-H-YES           VALUE 'Y'.
      *
      *    THE COLUMN CODES THE COL CARDS MAY NAME, AND THE DATASET
      *    EACH ONE COMES FROM (C = COUNTRYS) - THE POSITION IN THIS
      *    LIST IS ALSO THE SLOT OF THE FIGURE IN WS-ROW-VALUES ***
       01  WS-COLUMN-DEFS.
           03 FILLER                   PIC X(03) VALUE 'NCD'.
           03 FILLER                   PIC X(03) VALUE 'TCD'.
           03 FILLER                   PIC X(03) VALUE 'NDD'.
           03 FILLER                   PIC X(03) VALUE 'TDD'.
           03 FILLER                   PIC X(03) VALUE 'NRD'.
           03 FILLER                   PIC X(03) VALUE 'TRD'.
           03 FILLER                   PIC X(03) VALUE 'NVV'.
           03 FILLER                   PIC X(03) VALUE 'TVV'.
           03 FILLER                   PIC X(03) VALUE 'PVV'.
           03 FILLER                   PIC X(03) VALUE 'PFV'.
           03 FILLER                   PIC X(03) VALUE 'NTT'.
           03 FILLER                   PIC X(03) VALUE 'TTT'.
           03 FILLER                   PIC X(03) VALUE 'NAH'.
           03 FILLER                   PIC X(03) VALUE 'HCH'.
           03 FILLER                   PIC X(03) VALUE 'ICH'.
           03 FILLER                   PIC X(03) VALUE 'NMC'.
           03 FILLER                   PIC X(03) VALUE 'RGC'.
       01  WS-COLUMN-TABLE REDEFINES WS-COLUMN-DEFS.
           03 WS-CD-ENTRY OCCURS 17 TIMES
                           INDEXED BY WS-CD-IDX.
              05 WS-CD-CODE            PIC X(02).
              05 WS-CD-DATASET         PIC X(01).
      *    THE LAST SLOTS THAT HOLD FIGURES; 16 AND 17 ARE TEXT ***
       77  WS-CD-LAST-FIGURE           PIC 9(02) VALUE 15.
       77  WS-CD-NAME-SLOT             PIC 9(02) VALUE 16.
       77  WS-CD-REGION-SLOT           PIC 9(02) VALUE 17.
      *
      *    THE COLUMNS ASKED FOR, AS SLOTS OF THE LIST ABOVE ***
       01  WS-SELECTED-COLUMNS.
           03 WS-SEL-SLOT              PIC 9(02) OCCURS 20 TIMES.
       01  WS-SEL-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-SEL-SUB                  PIC S9(04) COMP VALUE ZERO.
       01  WS-SLOT                     PIC 9(02) VALUE ZEROS.
      *
      *    THE FIGURES OF THE ROW IN HAND, BY SLOT ***
       01  WS-ROW-VALUES.
           03 WS-ROW-VALUE             PIC S9(09) COMP-3
                                       OCCURS 15 TIMES.
      *
      *    THE COUNTRIES IN SCOPE, WITH NAME AND REGION FOR NM/RG ***
       01  WS-SCOPE-TABLE.
           03 WS-SCOPE-ENTRY OCCURS 300 TIMES
                              INDEXED BY WS-SC-IDX.
              05 WS-SC-CODE            PIC X(05).
       01  WS-SCOPE-COUNT              PIC 9(03) VALUE ZEROS.
       01  WS-CURR-NAME                PIC X(50) VALUE SPACES.
       01  WS-CURR-REGION              PIC X(20) VALUE SPACES.
      *
       01  WS-WATCH-TABLE.
           03 WS-WATCH-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-WATCH-IDX.
              05 WS-WATCH-CODE         PIC X(05).
       01  WS-WATCH-COUNT              PIC 9(03) VALUE ZEROS.
      *
       01  WS-DATE-WORK.
           03 WS-FROM-INT              PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-TO-INT                PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-DAY-INT               PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-DAY-DATE              PIC 9(08) VALUE ZEROES.
           03 WS-CHECK-DATE            PIC 9(08) VALUE ZEROES.
      *    A REQUEST SPANS AT MOST TEN YEARS OF DAYS ***
       77  WS-MAX-SPAN-DAYS            PIC 9(04) VALUE 3660.
      *
      *    THE OUTPUT LINE IS BUILT PIECE BY PIECE ***
       01  WS-OUT-LINE                 PIC X(300) VALUE SPACES.
       01  WS-OUT-PTR                  PIC S9(04) COMP VALUE 1.
       01  WS-OUT-FIGURE               PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
       01  WS-OUT-TEXT                 PIC X(50) VALUE SPACES.
       01  WS-LAYOUT                   PIC X(04) VALUE SPACES.
      *
      *    CONTROL TOTALS FOR THE TRAILER - ROW COUNT AND THE HASH
      *    TOTALS OF THE FIRST FOUR FIGURE COLUMNS ASKED FOR (ZERO
      *    WHERE THE REQUEST HAS FEWER) ***
       01  WS-EXTRACT-CONTROLS.
           03 WS-EXT-ROW-COUNT         PIC 9(09) VALUE ZEROES.
           03 WS-EXT-HELD-COUNT        PIC 9(09) VALUE ZEROES.
           03 WS-EXT-HASH OCCURS 4 TIMES.
              05 WS-EXT-HASH-SLOT      PIC 9(02).
              05 WS-EXT-HASH-SUM       PIC S9(15)
                                       SIGN IS LEADING SEPARATE.
       01  WS-HASH-COUNT               PIC 9(01) VALUE ZERO.
       01  WS-HASH-SUB                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-COUNTERS.
           03 WS-REQUESTS-DONE         PIC 9(05) VALUE ZEROS.
           03 WS-REQUESTS-REFUSED      PIC 9(05) VALUE ZEROS.
           03 WS-CARDS-REFUSED         PIC 9(05) VALUE ZEROS.
           03 WS-CARD-SUB              PIC S9(04) COMP VALUE ZERO.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    SHARED TOKEN ON THE COVID19 FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2025'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
      *    PUBLICATION EMBARGO CHECK - SEE SUB0012 ***
       77  WS-EMB-PGM-NAME             PIC X(08) VALUE 'SUB0012'.
       77  WS-EMB-MODE                 PIC X(01) VALUE 'Q'.
       01  WS-EMB-KEY.
           03 WS-EMB-CODE              PIC X(05).
           03 WS-EMB-DATE              PIC 9(08).
       01  WS-EMB-ANSWER.
           03 WS-EMB-HELD              PIC X(01).
            88 WS-EMB-HELD-YES         VALUE 'Y'.
           03 WS-EMB-RELEASE-DATE      PIC 9(08).
           03 WS-EMB-RELEASE-TIME      PIC 9(04).
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==EMBCHK==.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           MOVE 'S '                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                  TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT EXTRCARD-FILE
           IF WS-EXTRCARD-STATUS > 0
              DISPLAY '*** ERROR OPENING EXTRCARD-FILE-STATUS: '
                          WS-EXTRCARD-STATUS
              PERFORM RELEASE-FILE-LOCK
              MOVE 8                   TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-FILES
           PERFORM LOAD-WATCHLIST
           PERFORM UNTIL WS-CARDS-EOF-OK
              READ EXTRCARD-FILE
                 AT END MOVE 'Y'       TO WS-CARDS-EOF
                 NOT AT END
                    PERFORM PROCESS-ONE-CARD
              END-READ
           END-PERFORM
           IF WS-REQ-PENDING-YES
              PERFORM RUN-ONE-REQUEST
           END-IF
           DISPLAY 'Requests DONE: '            WS-REQUESTS-DONE
           DISPLAY 'Requests REFUSED: '         WS-REQUESTS-REFUSED
           DISPLAY 'Cards REFUSED: '            WS-CARDS-REFUSED
           IF WS-REQUESTS-REFUSED > ZERO OR WS-CARDS-REFUSED > ZERO
              MOVE 4                   TO RETURN-CODE
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
      *    A DATASET FILE THAT WILL NOT OPEN ONLY REFUSES THE
      *    REQUESTS THAT ASK FOR IT ***
       OPEN-FILES.
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS = ZERO
              MOVE 'Y'                 TO WS-COUNTRYS-OPEN
           ELSE
              DISPLAY '*** COUNTRYS not available, status: '
                          WS-COUNTRYS-STATUS
           END-IF
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS = ZERO
              MOVE 'Y'                 TO WS-COVID19D-OPEN
           ELSE
              DISPLAY '*** COVID19D not available, status: '
                          WS-COVID19D-STATUS
           END-IF
           OPEN INPUT COVID19V-FILE
           IF WS-COVID19V-STATUS = ZERO
              MOVE 'Y'                 TO WS-COVID19V-OPEN
           ELSE
              DISPLAY '*** COVID19V not available, status: '
                          WS-COVID19V-STATUS
           END-IF
           OPEN INPUT COVID19T-FILE
           IF WS-COVID19T-STATUS = ZERO
              MOVE 'Y'                 TO WS-COVID19T-OPEN
           ELSE
              DISPLAY '*** COVID19T not available, status: '
                          WS-COVID19T-STATUS
           END-IF
           OPEN INPUT COVID19H-FILE
           IF WS-COVID19H-STATUS = ZERO
              MOVE 'Y'                 TO WS-COVID19H-OPEN
           ELSE
              DISPLAY '*** COVID19H not available, status: '
                          WS-COVID19H-STATUS
           END-IF
           OPEN EXTEND EXTRLOG-FILE
           IF WS-EXTRLOG-STATUS > 0
              OPEN OUTPUT EXTRLOG-FILE
           END-IF
           IF WS-EXTRLOG-STATUS > 0
              DISPLAY '*** ERROR OPENING EXTRLOG-FILE-STATUS: '
                          WS-EXTRLOG-STATUS
           END-IF
           .
      *
       CLOSE-FILES.
           CLOSE EXTRCARD-FILE
           IF WS-COUNTRYS-OPEN-YES
              CLOSE COUNTRYS-FILE
           END-IF
           IF WS-COVID19D-OPEN-YES
              CLOSE COVID19D-FILE
           END-IF
           IF WS-COVID19V-OPEN-YES
              CLOSE COVID19V-FILE
           END-IF
           IF WS-COVID19T-OPEN-YES
              CLOSE COVID19T-FILE
           END-IF
           IF WS-COVID19H-OPEN-YES
              CLOSE COVID19H-FILE
           END-IF
           IF WS-EXTRLOG-STATUS = ZERO
              CLOSE EXTRLOG-FILE
           END-IF
           MOVE 'C'                    TO WS-EMB-MODE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
           .
      *
      *    NO FILE, NO W-SCOPE REQUESTS ***
       LOAD-WATCHLIST.
           MOVE 'N'                    TO WS-WATCH-EOF
           OPEN INPUT WATCHLST-FILE
           IF WS-WATCHLST-STATUS > 0
              DISPLAY '*** No WATCHLST file - W scopes refused'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WATCH-EOF-OK
              READ WATCHLST-FILE
                 AT END MOVE 'Y'       TO WS-WATCH-EOF
                 NOT AT END
                    IF WS-WATCH-COUNT < 200 AND WL-CODE NOT = SPACES
                       ADD 1           TO WS-WATCH-COUNT
                       SET WS-WATCH-IDX TO WS-WATCH-COUNT
                       MOVE WL-CODE
                          TO WS-WATCH-CODE (WS-WATCH-IDX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WATCHLST-FILE
           .
      *
      *    A REQ CARD CLOSES THE REQUEST BEFORE IT; CTY AND COL CARDS
      *    BELONG TO THE REQUEST OPEN ABOVE THEM ***
       PROCESS-ONE-CARD.
           IF EXTRCARD-REC = SPACES OR EXTRCARD-REC (1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           EVALUATE EC-CARD-TYPE
              WHEN 'REQ'
                 IF WS-REQ-PENDING-YES
                    PERFORM RUN-ONE-REQUEST
                 END-IF
                 PERFORM START-NEW-REQUEST
              WHEN 'CTY'
                 IF WS-REQ-PENDING-YES
                    PERFORM ADD-COUNTRY-CODES
                 ELSE
                    PERFORM REFUSE-STRAY-CARD
                 END-IF
              WHEN 'COL'
                 IF WS-REQ-PENDING-YES
                    PERFORM ADD-COLUMN-CODES
                 ELSE
                    PERFORM REFUSE-STRAY-CARD
                 END-IF
              WHEN OTHER
                 PERFORM REFUSE-STRAY-CARD
           END-EVALUATE
           .
      *
       REFUSE-STRAY-CARD.
           ADD 1                       TO WS-CARDS-REFUSED
           DISPLAY '*** EXTRCARD card refused: ' EXTRCARD-REC (1:40)
           .
      *
       START-NEW-REQUEST.
           MOVE 'Y'                    TO WS-REQ-PENDING
           MOVE 'N'                    TO WS-REQ-REFUSED
           MOVE SPACES                 TO WS-RQ-REASON
           MOVE EC-REQ-ID              TO WS-RQ-ID
           MOVE EC-REQUESTER           TO WS-RQ-REQUESTER
           MOVE EC-SCOPE-TYPE          TO WS-RQ-SCOPE-TYPE
           MOVE EC-SCOPE-REGION        TO WS-RQ-SCOPE-REGION-NAME
           MOVE EC-FROM-DATE           TO WS-RQ-FROM-TEXT
           MOVE EC-TO-DATE             TO WS-RQ-TO-TEXT
           MOVE EC-LAST-DAYS           TO WS-RQ-LAST-DAYS-TEXT
           MOVE EC-DATASETS            TO WS-RQ-DATASETS
           MOVE EC-FORMAT              TO WS-RQ-FORMAT
           IF WS-RQ-FORMAT = SPACE
              MOVE 'C'                 TO WS-RQ-FORMAT
           END-IF
           MOVE ZEROS                  TO WS-RQ-FROM-DATE
                                          WS-RQ-TO-DATE
                                          WS-RQ-LAST-DAYS
                                          WS-SCOPE-COUNT
                                          WS-SEL-COUNT
           .
      *
       ADD-COUNTRY-CODES.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
              UNTIL WS-CARD-SUB > 12
              IF EC-CTY-CODE (WS-CARD-SUB) NOT = SPACES
                 IF WS-SCOPE-COUNT < 300
                    ADD 1              TO WS-SCOPE-COUNT
                    SET WS-SC-IDX      TO WS-SCOPE-COUNT
                    MOVE EC-CTY-CODE (WS-CARD-SUB)
                                       TO WS-SC-CODE (WS-SC-IDX)
                 ELSE
                    MOVE 'Y'           TO WS-REQ-REFUSED
                    MOVE 'MORE THAN 300 COUNTRIES'
                                       TO WS-RQ-REASON
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    AN UNKNOWN COLUMN CODE REFUSES THE WHOLE REQUEST - A FILE
      *    WITH A COLUMN QUIETLY MISSING IS WORSE THAN NO FILE ***
       ADD-COLUMN-CODES.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
              UNTIL WS-CARD-SUB > 20
              IF EC-COL-CODE (WS-CARD-SUB) NOT = SPACES
                 SET WS-CD-IDX         TO 1
                 SEARCH WS-CD-ENTRY
                    AT END
                       MOVE 'Y'        TO WS-REQ-REFUSED
                       STRING 'UNKNOWN COLUMN '  DELIMITED BY SIZE
                              EC-COL-CODE (WS-CARD-SUB)
                                                 DELIMITED BY SIZE
                                       INTO WS-RQ-REASON
                    WHEN WS-CD-CODE (WS-CD-IDX) =
                         EC-COL-CODE (WS-CARD-SUB)
                       IF WS-SEL-COUNT < 20
                          ADD 1        TO WS-SEL-COUNT
                          MOVE WS-SEL-COUNT TO WS-SEL-SUB
                          SET WS-SEL-SLOT (WS-SEL-SUB) TO WS-CD-IDX
                       ELSE
                          MOVE 'Y'     TO WS-REQ-REFUSED
                          MOVE 'MORE THAN 20 COLUMNS'
                                       TO WS-RQ-REASON
                       END-IF
                 END-SEARCH
              END-IF
           END-PERFORM
           .
      *
      *=============================
      *    ONE REQUEST: CHECK IT, BUILD ITS COUNTRY LIST, WRITE ITS
      *    FILE AND LOG IT ***
      *=============================
       RUN-ONE-REQUEST.
           MOVE 'N'                    TO WS-REQ-PENDING
           MOVE ZEROS                  TO WS-EXT-ROW-COUNT
                                          WS-EXT-HELD-COUNT
           MOVE SPACES                 TO WS-EXTRACT-NAME
           IF NOT WS-REQ-REFUSED-YES
              PERFORM CHECK-REQUEST
           END-IF
           IF NOT WS-REQ-REFUSED-YES
              PERFORM BUILD-SCOPE
           END-IF
           IF NOT WS-REQ-REFUSED-YES
              PERFORM WRITE-REQUEST-FILE
           END-IF
           IF WS-REQ-REFUSED-YES
              ADD 1                    TO WS-REQUESTS-REFUSED
              DISPLAY '*** Request ' WS-RQ-ID ' from '
                          WS-RQ-REQUESTER ' refused: ' WS-RQ-REASON
           ELSE
              ADD 1                    TO WS-REQUESTS-DONE
              DISPLAY '*** Request ' WS-RQ-ID ' from '
                          WS-RQ-REQUESTER ': ' WS-EXT-ROW-COUNT
                          ' rows to ' WS-EXTRACT-NAME
           END-IF
           PERFORM WRITE-LOG-LINE
           .
      *
       CHECK-REQUEST.
           IF WS-RQ-ID = SPACES OR WS-RQ-REQUESTER = SPACES
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'NO REQUEST ID OR REQUESTER' TO WS-RQ-REASON
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-RQ-SCOPE-CODES AND NOT WS-RQ-SCOPE-REGION AND
              NOT WS-RQ-SCOPE-WATCH AND NOT WS-RQ-SCOPE-ALL
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'SCOPE MUST BE C, R, W OR A' TO WS-RQ-REASON
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-RQ-FORMAT-CSV AND NOT WS-RQ-FORMAT-FIXED
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'FORMAT MUST BE C OR F' TO WS-RQ-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DATASETS
           IF WS-REQ-REFUSED-YES
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-COLUMNS
           IF WS-REQ-REFUSED-YES
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DATE-RANGE
           .
      *
       CHECK-DATASETS.
           MOVE 'NNNN'                 TO WS-WANT-FLAGS
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
              UNTIL WS-CARD-SUB > 4
              EVALUATE WS-RQ-DATASETS (WS-CARD-SUB:1)
                 WHEN 'D'
                    MOVE 'Y'           TO WS-WANT-D
                 WHEN 'V'
                    MOVE 'Y'           TO WS-WANT-V
                 WHEN 'T'
                    MOVE 'Y'           TO WS-WANT-T
                 WHEN 'H'
                    MOVE 'Y'           TO WS-WANT-H
                 WHEN SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y'           TO WS-REQ-REFUSED
                    MOVE 'DATASETS MUST BE D, V, T OR H'
                                       TO WS-RQ-REASON
              END-EVALUATE
           END-PERFORM
           IF WS-WANT-FLAGS = 'NNNN'
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'NO DATASET NAMED' TO WS-RQ-REASON
           END-IF
           IF (WS-WANT-D-YES AND NOT WS-COVID19D-OPEN-YES) OR
              (WS-WANT-V-YES AND NOT WS-COVID19V-OPEN-YES) OR
              (WS-WANT-T-YES AND NOT WS-COVID19T-OPEN-YES) OR
              (WS-WANT-H-YES AND NOT WS-COVID19H-OPEN-YES)
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'DATASET FILE NOT AVAILABLE' TO WS-RQ-REASON
           END-IF
           .
      *
      *    EVERY COLUMN MUST COME FROM A DATASET THE REQUEST NAMED;
      *    THE FIRST FOUR FIGURE COLUMNS CARRY THE HASH TOTALS ***
       CHECK-COLUMNS.
           IF WS-SEL-COUNT = ZERO
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'NO COL CARD' TO WS-RQ-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                   TO WS-HASH-COUNT
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
              UNTIL WS-SEL-SUB > WS-SEL-COUNT
              SET WS-CD-IDX            TO WS-SEL-SLOT (WS-SEL-SUB)
              EVALUATE WS-CD-DATASET (WS-CD-IDX)
                 WHEN 'D'
                    IF NOT WS-WANT-D-YES
                       PERFORM REFUSE-COLUMN-DATASET
                    END-IF
                 WHEN 'V'
                    IF NOT WS-WANT-V-YES
                       PERFORM REFUSE-COLUMN-DATASET
                    END-IF
                 WHEN 'T'
                    IF NOT WS-WANT-T-YES
                       PERFORM REFUSE-COLUMN-DATASET
                    END-IF
                 WHEN 'H'
                    IF NOT WS-WANT-H-YES
                       PERFORM REFUSE-COLUMN-DATASET
                    END-IF
                 WHEN OTHER
                    IF NOT WS-COUNTRYS-OPEN-YES
                       MOVE 'Y'        TO WS-REQ-REFUSED
                       MOVE 'COUNTRYS NOT AVAILABLE'
                                       TO WS-RQ-REASON
                    END-IF
              END-EVALUATE
              IF WS-SEL-SLOT (WS-SEL-SUB) NOT > WS-CD-LAST-FIGURE
                 AND WS-HASH-COUNT < 4
                 ADD 1                 TO WS-HASH-COUNT
                 MOVE WS-SEL-SLOT (WS-SEL-SUB)
                             TO WS-EXT-HASH-SLOT (WS-HASH-COUNT)
              END-IF
           END-PERFORM
           .
      *
       REFUSE-COLUMN-DATASET.
           MOVE 'Y'                    TO WS-REQ-REFUSED
           MOVE SPACES                 TO WS-RQ-REASON
           STRING 'COLUMN '            DELIMITED BY SIZE
                  WS-CD-CODE (WS-CD-IDX) DELIMITED BY SIZE
                  ' NEEDS DATASET '    DELIMITED BY SIZE
                  WS-CD-DATASET (WS-CD-IDX) DELIMITED BY SIZE
                                     INTO WS-RQ-REASON
           .
      *
      *    TO BLANK = TODAY; FROM BLANK = THE LAST NNN DAYS UP TO AND
      *    INCLUDING THE TO DATE ***
       CHECK-DATE-RANGE.
           IF WS-RQ-TO-TEXT = SPACES
              MOVE WS-RUN-DATE         TO WS-RQ-TO-DATE
           ELSE
              IF WS-RQ-TO-TEXT NOT NUMERIC
                 MOVE 'Y'              TO WS-REQ-REFUSED
                 MOVE 'TO DATE NOT NUMERIC' TO WS-RQ-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-RQ-TO-TEXT       TO WS-RQ-TO-DATE
           END-IF
           MOVE WS-RQ-TO-DATE          TO WS-CHECK-DATE
           PERFORM CHECK-ONE-DATE
           IF WS-REQ-REFUSED-YES
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE (WS-RQ-TO-DATE)
           IF WS-RQ-FROM-TEXT = SPACES
              IF WS-RQ-LAST-DAYS-TEXT NOT NUMERIC OR
                 WS-RQ-LAST-DAYS-TEXT = '000'
                 MOVE 'Y'              TO WS-REQ-REFUSED
                 MOVE 'NO FROM DATE OR DAY COUNT' TO WS-RQ-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-RQ-LAST-DAYS-TEXT TO WS-RQ-LAST-DAYS
              COMPUTE WS-FROM-INT = WS-TO-INT - WS-RQ-LAST-DAYS + 1
              COMPUTE WS-RQ-FROM-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-FROM-INT)
           ELSE
              IF WS-RQ-FROM-TEXT NOT NUMERIC
                 MOVE 'Y'              TO WS-REQ-REFUSED
                 MOVE 'FROM DATE NOT NUMERIC' TO WS-RQ-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-RQ-FROM-TEXT     TO WS-RQ-FROM-DATE
              MOVE WS-RQ-FROM-DATE     TO WS-CHECK-DATE
              PERFORM CHECK-ONE-DATE
              IF WS-REQ-REFUSED-YES
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-FROM-INT =
                 FUNCTION INTEGER-OF-DATE (WS-RQ-FROM-DATE)
           END-IF
           IF WS-FROM-INT > WS-TO-INT
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'FROM DATE AFTER TO DATE' TO WS-RQ-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-TO-INT - WS-FROM-INT + 1 > WS-MAX-SPAN-DAYS
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'DATE RANGE OVER TEN YEARS' TO WS-RQ-REASON
           END-IF
           .
      *
       CHECK-ONE-DATE.
           CALL WS-DATE-PGM-NAME USING WS-CHECK-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE SPACES              TO WS-RQ-REASON
              STRING 'DATE NOT VALID '  DELIMITED BY SIZE
                     WS-CHECK-DATE      DELIMITED BY SIZE
                                     INTO WS-RQ-REASON
           END-IF
           .
      *
      *    C KEEPS THE CTY CARD CODES IN THE ORDER GIVEN; R AND A
      *    WALK COUNTRYS IN CODE ORDER; W TAKES THE WATCHLIST ***
       BUILD-SCOPE.
           EVALUATE TRUE
              WHEN WS-RQ-SCOPE-CODES
                 CONTINUE
              WHEN WS-RQ-SCOPE-WATCH
                 PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                    UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                    ADD 1              TO WS-SCOPE-COUNT
                    SET WS-SC-IDX      TO WS-SCOPE-COUNT
                    MOVE WS-WATCH-CODE (WS-WATCH-IDX)
                                       TO WS-SC-CODE (WS-SC-IDX)
                 END-PERFORM
              WHEN OTHER
                 PERFORM WALK-COUNTRYS
           END-EVALUATE
           IF WS-SCOPE-COUNT = ZERO
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE 'NO COUNTRY IN SCOPE' TO WS-RQ-REASON
           END-IF
           .
      *
       WALK-COUNTRYS.
           IF NOT WS-COUNTRYS-OPEN-YES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-WALK-END
           MOVE LOW-VALUES             TO C-CODE
           START COUNTRYS-FILE KEY IS NOT LESS THAN C-CODE
              INVALID KEY
                 MOVE 'Y'              TO WS-WALK-END
           END-START
           PERFORM UNTIL WS-WALK-END-YES
              READ COUNTRYS-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'           TO WS-WALK-END
                 NOT AT END
                    IF WS-RQ-SCOPE-ALL OR
                       C-REGION = WS-RQ-SCOPE-REGION-NAME
                       IF WS-SCOPE-COUNT < 300
                          ADD 1        TO WS-SCOPE-COUNT
                          SET WS-SC-IDX TO WS-SCOPE-COUNT
                          MOVE C-CODE  TO WS-SC-CODE (WS-SC-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      *=============================
      *    THE REQUEST FILE: HDR, ONE ROW PER COUNTRY AND DAY ANY
      *    CHOSEN DATASET HOLDS, TRL ***
      *=============================
       WRITE-REQUEST-FILE.
           STRING 'ADHOC.'             DELIMITED BY SIZE
                  WS-RQ-ID             DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                                     INTO WS-EXTRACT-NAME
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS > 0
              MOVE 'Y'                 TO WS-REQ-REFUSED
              MOVE SPACES              TO WS-RQ-REASON
              STRING 'EXTRACT OPEN FAILED, STATUS ' DELIMITED BY SIZE
                     WS-EXTRACT-STATUS  DELIMITED BY SIZE
                                     INTO WS-RQ-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
              UNTIL WS-HASH-SUB > 4
              MOVE ZEROS               TO WS-EXT-HASH-SUM (WS-HASH-SUB)
           END-PERFORM
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
              UNTIL WS-SC-IDX > WS-SCOPE-COUNT
              PERFORM EXTRACT-ONE-COUNTRY
           END-PERFORM
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           .
      *
       WRITE-EXTRACT-HEADER.
           IF WS-RQ-FORMAT-FIXED
              MOVE 'V25F'              TO WS-LAYOUT
           ELSE
              MOVE 'V25C'              TO WS-LAYOUT
           END-IF
           MOVE SPACES                 TO WS-OUT-LINE
           MOVE 1                      TO WS-OUT-PTR
           STRING 'HDR,'               DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  ',ADHOC,'            DELIMITED BY SIZE
                  WS-LAYOUT            DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-RQ-ID             DELIMITED BY SPACE
                  ',CODE,DATE'         DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
              UNTIL WS-SEL-SUB > WS-SEL-COUNT
              SET WS-CD-IDX            TO WS-SEL-SLOT (WS-SEL-SUB)
              STRING ','               DELIMITED BY SIZE
                     WS-CD-CODE (WS-CD-IDX) DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
           END-PERFORM
           WRITE EXTRACT-REC         FROM WS-OUT-LINE
           .
      *
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES                 TO WS-OUT-LINE
           MOVE 1                      TO WS-OUT-PTR
           STRING 'TRL,'               DELIMITED BY SIZE
                  WS-EXT-ROW-COUNT     DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
              UNTIL WS-HASH-SUB > 4
              STRING ','               DELIMITED BY SIZE
                     WS-EXT-HASH-SUM (WS-HASH-SUB) DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
           END-PERFORM
           WRITE EXTRACT-REC         FROM WS-OUT-LINE
           .
      *
       EXTRACT-ONE-COUNTRY.
           PERFORM GET-COUNTRY-NAME
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TO-INT
              COMPUTE WS-DAY-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
              PERFORM READ-DAY-RECORDS
              IF WS-FOUND-D-YES OR WS-FOUND-V-YES OR
                 WS-FOUND-T-YES OR WS-FOUND-H-YES
                 PERFORM CHECK-EMBARGO
                 IF WS-EMB-HELD-YES
                    ADD 1              TO WS-EXT-HELD-COUNT
                 ELSE
                    PERFORM WRITE-EXTRACT-ROW
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    NAME AND REGION FOR NM/RG, COMMAS BLANKED AS COV1907 DOES
      *    SO A NAME CANNOT SHIFT THE CSV COLUMNS ***
       GET-COUNTRY-NAME.
           MOVE SPACES                 TO WS-CURR-NAME WS-CURR-REGION
           IF NOT WS-COUNTRYS-OPEN-YES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SC-CODE (WS-SC-IDX) TO C-CODE
           READ COUNTRYS-FILE
              INVALID KEY
                 DISPLAY '*** Request ' WS-RQ-ID ' country not on '
                         'COUNTRYS: ' WS-SC-CODE (WS-SC-IDX)
              NOT INVALID KEY
                 MOVE C-NAME           TO WS-CURR-NAME
                 MOVE C-REGION         TO WS-CURR-REGION
           END-READ
           INSPECT WS-CURR-NAME   REPLACING ALL ',' BY ' '
           INSPECT WS-CURR-REGION REPLACING ALL ',' BY ' '
           .
      *
       READ-DAY-RECORDS.
           MOVE 'N'                    TO WS-FOUND-D WS-FOUND-V
                                          WS-FOUND-T WS-FOUND-H
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-CD-LAST-FIGURE
              MOVE ZERO                TO WS-ROW-VALUE (WS-SLOT)
           END-PERFORM
           IF WS-WANT-D-YES
              MOVE WS-SC-CODE (WS-SC-IDX) TO CV-CODE
              MOVE WS-DAY-DATE         TO CV-DATE
              READ COVID19D-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'           TO WS-FOUND-D
                    MOVE CV-NEW-CONFIRMED    TO WS-ROW-VALUE (1)
                    MOVE CV-TOTAL-CONFIRMED  TO WS-ROW-VALUE (2)
                    MOVE CV-NEW-DEATHS       TO WS-ROW-VALUE (3)
                    MOVE CV-TOTAL-DEATHS     TO WS-ROW-VALUE (4)
                    MOVE CV-NEW-RECOVERED    TO WS-ROW-VALUE (5)
                    MOVE CV-TOTAL-RECOVERED  TO WS-ROW-VALUE (6)
              END-READ
           END-IF
           IF WS-WANT-V-YES
              MOVE WS-SC-CODE (WS-SC-IDX) TO CVV-CODE
              MOVE WS-DAY-DATE         TO CVV-DATE
              READ COVID19V-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'           TO WS-FOUND-V
                    MOVE CVV-NEW-VACCINATIONS TO WS-ROW-VALUE (7)
                    MOVE CVV-TOTAL-VACCINATIONS
                                             TO WS-ROW-VALUE (8)
                    MOVE CVV-PEOPLE-VACCINATED
                                             TO WS-ROW-VALUE (9)
                    MOVE CVV-PEOPLE-FULLY-VACCINATED
                                             TO WS-ROW-VALUE (10)
              END-READ
           END-IF
           IF WS-WANT-T-YES
              MOVE WS-SC-CODE (WS-SC-IDX) TO CVT-CODE
              MOVE WS-DAY-DATE         TO CVT-DATE
              READ COVID19T-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'           TO WS-FOUND-T
                    MOVE CVT-NEW-TESTS       TO WS-ROW-VALUE (11)
                    MOVE CVT-TOTAL-TESTS     TO WS-ROW-VALUE (12)
              END-READ
           END-IF
           IF WS-WANT-H-YES
              MOVE WS-SC-CODE (WS-SC-IDX) TO CVHS-CODE
              MOVE WS-DAY-DATE         TO CVHS-DATE
              READ COVID19H-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'           TO WS-FOUND-H
                    MOVE CVHS-NEW-ADMISSIONS TO WS-ROW-VALUE (13)
                    MOVE CVHS-HOSP-CENSUS    TO WS-ROW-VALUE (14)
                    MOVE CVHS-ICU-CENSUS     TO WS-ROW-VALUE (15)
              END-READ
           END-IF
           .
      *
      *    AN EMBARGO ON THE POSITION DATE HOLDS THE WHOLE ROW, WHICH
      *    EVER DATASET IT CAME FROM ***
       CHECK-EMBARGO.
           MOVE 'Q'                    TO WS-EMB-MODE
           MOVE WS-SC-CODE (WS-SC-IDX) TO WS-EMB-CODE
           MOVE WS-DAY-DATE            TO WS-EMB-DATE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
      *    A REGISTER THAT CAN'T ANSWER HOLDS THE DAY BACK ***
           IF NOT WS-EMBCHK-OK
              MOVE 'Y'                 TO WS-EMB-HELD
              DISPLAY '*** Embargo check FAILED - held: '
                          WS-EMB-CODE ' ' WS-EMB-DATE ' '
                          WS-EMBCHK-MESSAGE
           END-IF
           .
      *
       WRITE-EXTRACT-ROW.
           MOVE SPACES                 TO WS-OUT-LINE
           MOVE 1                      TO WS-OUT-PTR
           IF WS-RQ-FORMAT-FIXED
              STRING WS-SC-CODE (WS-SC-IDX) DELIMITED BY SIZE
                     WS-DAY-DATE       DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
           ELSE
              STRING WS-SC-CODE (WS-SC-IDX) DELIMITED BY SPACE
                     ','               DELIMITED BY SIZE
                     WS-DAY-DATE       DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
           END-IF
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
              UNTIL WS-SEL-SUB > WS-SEL-COUNT
              PERFORM WRITE-ONE-COLUMN
           END-PERFORM
           WRITE EXTRACT-REC         FROM WS-OUT-LINE
           ADD 1                       TO WS-EXT-ROW-COUNT
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
              UNTIL WS-HASH-SUB > WS-HASH-COUNT
              MOVE WS-EXT-HASH-SLOT (WS-HASH-SUB) TO WS-SLOT
              ADD WS-ROW-VALUE (WS-SLOT)
                                 TO WS-EXT-HASH-SUM (WS-HASH-SUB)
           END-PERFORM
           .
      *
      *    A FIGURE FROM A DATASET WITH NO RECORD THAT DAY IS AN
      *    EMPTY CSV FIELD, OR BLANKS IN THE FIXED LAYOUT ***
       WRITE-ONE-COLUMN.
           MOVE WS-SEL-SLOT (WS-SEL-SUB) TO WS-SLOT
           SET WS-CD-IDX               TO WS-SLOT
           IF WS-RQ-FORMAT-CSV
              STRING ','               DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
           END-IF
           EVALUATE TRUE
              WHEN WS-SLOT = WS-CD-NAME-SLOT
                 MOVE WS-CURR-NAME     TO WS-OUT-TEXT
                 PERFORM WRITE-TEXT-COLUMN
              WHEN WS-SLOT = WS-CD-REGION-SLOT
                 MOVE WS-CURR-REGION   TO WS-OUT-TEXT
                 PERFORM WRITE-TEXT-COLUMN
              WHEN (WS-CD-DATASET (WS-CD-IDX) = 'D' AND
                    WS-FOUND-D-YES) OR
                   (WS-CD-DATASET (WS-CD-IDX) = 'V' AND
                    WS-FOUND-V-YES) OR
                   (WS-CD-DATASET (WS-CD-IDX) = 'T' AND
                    WS-FOUND-T-YES) OR
                   (WS-CD-DATASET (WS-CD-IDX) = 'H' AND
                    WS-FOUND-H-YES)
                 MOVE WS-ROW-VALUE (WS-SLOT) TO WS-OUT-FIGURE
                 STRING WS-OUT-FIGURE  DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
              WHEN WS-RQ-FORMAT-FIXED
                 ADD 10                TO WS-OUT-PTR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *
       WRITE-TEXT-COLUMN.
           IF WS-RQ-FORMAT-FIXED
              IF WS-SLOT = WS-CD-NAME-SLOT
                 STRING WS-OUT-TEXT    DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
              ELSE
                 STRING WS-OUT-TEXT (1:20) DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
              END-IF
           ELSE
              IF WS-OUT-TEXT NOT = SPACES
                 STRING FUNCTION TRIM (WS-OUT-TEXT) DELIMITED BY SIZE
                                     INTO WS-OUT-LINE
                                     WITH POINTER WS-OUT-PTR
              END-IF
           END-IF
           .
      *
       WRITE-LOG-LINE.
           IF WS-EXTRLOG-STATUS > 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO EXTRLOG-REC
           MOVE WS-RUN-DATE            TO XL-RUN-DATE
           MOVE WS-RUN-TIME            TO XL-RUN-TIME
           MOVE 'COV2025'              TO XL-PROGRAM
           MOVE WS-RQ-ID               TO XL-REQ-ID
           MOVE WS-RQ-REQUESTER        TO XL-REQUESTER
           IF WS-REQ-REFUSED-YES
              MOVE 'REFUSED'           TO XL-OUTCOME
           ELSE
              MOVE 'DONE'              TO XL-OUTCOME
           END-IF
           MOVE WS-RQ-SCOPE-TYPE       TO XL-SCOPE-TYPE
           MOVE WS-RQ-SCOPE-REGION-NAME TO XL-SCOPE-REGION
           MOVE WS-RQ-FROM-DATE        TO XL-FROM-DATE
           MOVE WS-RQ-TO-DATE          TO XL-TO-DATE
           MOVE WS-RQ-DATASETS         TO XL-DATASETS
           MOVE WS-RQ-FORMAT           TO XL-FORMAT
           MOVE WS-SEL-COUNT           TO XL-COLUMNS
           MOVE WS-SCOPE-COUNT         TO XL-COUNTRIES
           MOVE WS-EXT-ROW-COUNT       TO XL-ROWS-WRITTEN
           MOVE WS-EXT-HELD-COUNT      TO XL-ROWS-HELD
           MOVE WS-EXTRACT-NAME        TO XL-FILE-NAME
           MOVE WS-RQ-REASON           TO XL-REASON
           WRITE EXTRLOG-REC
           .
      *
