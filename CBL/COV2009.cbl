      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2009.
       AUTHOR.         GEORGES B.
      *    Nightly JSON publication file for the public web dashboard,
      *    so the web team reads named fields instead of scraping
      *    column positions out of the CSV extracts. One object per
      *    LATESTPN country, joined with its COUNTRYS name, slug and
      *    region and its POPULATN figure: the latest case, death,
      *    vaccination and testing standings, each with its as-of
      *    date and a per-100K figure. A side with no data on file
      *    is an explicit null, never zeros; so is a per-100K figure
      *    with no population. Names are escaped to JSON rules -
      *    quotes, backslashes and control bytes, and every byte
      *    outside plain ASCII as a \u escape (a well-formed UTF-8
      *    sequence is decoded to its code point, any other high
      *    byte is taken as Latin-1), so the document is pure ASCII.
      *    The metadata block (run date, record count, SUB0009 run
      *    number) closes the document, once the count is known.
      *    The EMBARGO register is honoured through SUB0012: when a
      *    side's as-of day is still under embargo the standing is
      *    truncated back to that country's newest releasable day on
      *    COVID19D, COVID19V or COVID19T (null if there is none),
      *    and the held day is listed on the job log. A day the
      *    embargo register can't answer for counts as held ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   JSONOUT-FILE        ASSIGN TO JSONOUT
                    ORGANIZATION        IS LINE SEQUENTIAL
                    FILE STATUS         IS WS-JSONOUT-STATUS
           .
           SELECT   LATESTPN-FILE       ASSIGN LATESTPN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS LP-CODE
                    FILE STATUS         IS WS-LATESTPN-STATUS
           .
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
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
       FD  JSONOUT-FILE RECORDING MODE F.
       01  JSONOUT-REC                 PIC X(1000).
      *
       FD  LATESTPN-FILE.
       COPY LATESTPN REPLACING        ==:TAG1:== BY ==LATESTPN==
                                      ==:TAG2:== BY ==LP==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==COUNTRYS==
                                      ==:TAG2:== BY ==C==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COVID19V-FILE.
       COPY COVID19V REPLACING        ==:TAG1:== BY ==COVID19V==
                                      ==:TAG2:== BY ==CVV==.
      *
       FD  COVID19T-FILE.
       COPY COVID19T REPLACING        ==:TAG1:== BY ==COVID19T==
                                      ==:TAG2:== BY ==CVT==.
      *
       FD  POPULATN-FILE.
       COPY POPULATN REPLACING        ==:TAG1:== BY ==POPULATN==
                                      ==:TAG2:== BY ==P==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-JSONOUT-STATUS        PIC 99 VALUE ZEROS.
           03 WS-LATESTPN-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS       PIC 99 VALUE ZEROS.
           03 WS-POPULATN-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19V-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19T-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-LAST-REC              PIC X VALUE 'N'.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-POP-AVAIL             PIC X VALUE 'N'.
            88 WS-POP-AVAIL-YES        VALUE 'Y'.
           03 WS-LINE-HELD             PIC X VALUE 'N'.
            88 WS-LINE-HELD-YES        VALUE 'Y'.
      *    THE DATASET FILES ARE ONLY READ TO TRUNCATE AN EMBARGOED
      *    SIDE - ONE THAT WILL NOT OPEN LEAVES THAT SIDE NULL ***
           03 WS-CV-AVAIL              PIC X VALUE 'N'.
            88 WS-CV-AVAIL-YES         VALUE 'Y'.
           03 WS-CVV-AVAIL             PIC X VALUE 'N'.
            88 WS-CVV-AVAIL-YES        VALUE 'Y'.
           03 WS-CVT-AVAIL             PIC X VALUE 'N'.
            88 WS-CVT-AVAIL-YES        VALUE 'Y'.
           03 WS-WALK-END              PIC X VALUE 'N'.
            88 WS-WALK-END-YES         VALUE 'Y'.
      *
      *    THE COUNTRY OBJECT BEING BUILT, AND THE ONE BEFORE IT -
      *    HELD BACK ONE ROUND SO ONLY THE LAST OBJECT GOES OUT
      *    WITHOUT ITS TRAILING COMMA ***
       01  WS-JSON-LINE                PIC X(1000) VALUE SPACES.
       01  WS-HELD-LINE                PIC X(1000) VALUE SPACES.
       01  WS-JSON-PTR                 PIC 9(04) COMP VALUE 1.
       01  WS-HELD-LEN                 PIC 9(04) COMP VALUE ZERO.
      *
      *    NUMBER TO TEXT - EDITED, THEN LEFT-JUSTIFIED ***
       01  WS-NUM-EDIT                 PIC -(14)9.
       01  WS-RATE-EDIT                PIC -(10)9.99.
       01  WS-NUM-TEXT                 PIC X(20) VALUE SPACES.
       01  WS-DATE-TEXT                PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-POPULATION               PIC 9(11) VALUE ZEROES.
       01  WS-PER-100K                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-FIGURE                   PIC S9(11) VALUE ZEROES.
      *
      *    JSON STRING ESCAPING: RAW TEXT IN, ESCAPED TEXT OUT ***
       01  WS-ESC-IN                   PIC X(50) VALUE SPACES.
       01  WS-ESC-IN-LEN               PIC 9(03) COMP VALUE ZERO.
       01  WS-ESC-OUT                  PIC X(320) VALUE SPACES.
       01  WS-ESC-OUT-LEN              PIC 9(03) COMP VALUE ZERO.
       01  WS-ESC-IX                   PIC 9(03) COMP VALUE ZERO.
       01  WS-ESC-BYTE                 PIC 9(03) VALUE ZERO.
       01  WS-ESC-NEXT-1               PIC 9(03) VALUE ZERO.
       01  WS-ESC-NEXT-2               PIC 9(03) VALUE ZERO.
       01  WS-ESC-NEXT-3               PIC 9(03) VALUE ZERO.
       01  WS-CODE-POINT               PIC 9(07) VALUE ZERO.
       01  WS-SURROGATE-HI             PIC 9(07) VALUE ZERO.
       01  WS-SURROGATE-LO             PIC 9(07) VALUE ZERO.
       01  WS-HEX-VALUE                PIC 9(07) VALUE ZERO.
       01  WS-HEX-DIGITS               PIC X(16) VALUE
                                       '0123456789ABCDEF'.
       01  WS-HEX-OUT                  PIC X(04) VALUE SPACES.
       01  WS-HEX-IX                   PIC 9(01) COMP VALUE ZERO.
       01  WS-HEX-NIBBLE               PIC 9(02) VALUE ZERO.
      *
       01  WS-COUNTERS.
           03 WS-LATESTPN-READ         PIC 9(05) VALUE ZEROS.
           03 WS-OBJECTS-WRITTEN       PIC 9(05) VALUE ZEROS.
           03 WS-NO-COUNTRYS           PIC 9(05) VALUE ZEROS.
           03 WS-NO-POPULATION         PIC 9(05) VALUE ZEROS.
           03 WS-VACC-NULL             PIC 9(05) VALUE ZEROS.
           03 WS-TEST-NULL             PIC 9(05) VALUE ZEROS.
           03 WS-SIDES-WITHHELD        PIC 9(05) VALUE ZEROS.
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
       01  WS-EMB-SIDE                 PIC X(11) VALUE SPACES.
       01  WS-HELD-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-WALK-DATE                PIC 9(08) VALUE ZEROES.
      *
      *    RUN CORRELATION NUMBER OFF THE SUB0009 SEQUENCE SERVICE -
      *    PUBLISHED IN THE METADATA BLOCK ***
       77  WS-SEQ-PGM-NAME             PIC X(08) VALUE 'SUB0009'.
       77  WS-SEQ-JOB-NAME             PIC X(08) VALUE 'COV2009'.
       77  WS-RUN-NUMBER               PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
      *    SHARED TOKEN ON THE INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2009'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           MOVE 'S '                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              PERFORM RELEASE-FILE-LOCK
              EXIT PARAGRAPH
           END-IF
           PERFORM OBTAIN-RUN-NUMBER
           MOVE '{'                  TO JSONOUT-REC
           WRITE JSONOUT-REC
           MOVE '  "countries": ['   TO JSONOUT-REC
           WRITE JSONOUT-REC
           PERFORM READ-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              PERFORM APPLY-EMBARGOES
              PERFORM BUILD-COUNTRY-OBJECT
              PERFORM RELEASE-HELD-LINE
              MOVE WS-JSON-LINE      TO WS-HELD-LINE
              COMPUTE WS-HELD-LEN = WS-JSON-PTR - 1
              MOVE 'Y'               TO WS-LINE-HELD
              ADD 1                  TO WS-OBJECTS-WRITTEN
              PERFORM READ-NEXT
           END-PERFORM
      *    THE LAST OBJECT GOES OUT WITHOUT A TRAILING COMMA ***
           IF WS-LINE-HELD-YES
              MOVE WS-HELD-LINE      TO JSONOUT-REC
              WRITE JSONOUT-REC
           END-IF
           MOVE '  ],'               TO JSONOUT-REC
           WRITE JSONOUT-REC
           PERFORM WRITE-METADATA
           MOVE '}'                  TO JSONOUT-REC
           WRITE JSONOUT-REC
           PERFORM WRITE-TRAILERS
           CLOSE JSONOUT-FILE LATESTPN-FILE COUNTRYS-FILE
           IF WS-POP-AVAIL-YES
              CLOSE POPULATN-FILE
           END-IF
           IF WS-CV-AVAIL-YES
              CLOSE COVID19D-FILE
           END-IF
           IF WS-CVV-AVAIL-YES
              CLOSE COVID19V-FILE
           END-IF
           IF WS-CVT-AVAIL-YES
              CLOSE COVID19T-FILE
           END-IF
           MOVE 'C'                  TO WS-EMB-MODE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
           PERFORM RELEASE-FILE-LOCK
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       RELEASE-FILE-LOCK.
           MOVE 'RS'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
       OBTAIN-RUN-NUMBER.
           CALL WS-SEQ-PGM-NAME USING WS-SEQ-JOB-NAME,
              WS-RUN-NUMBER, WS-RUNSEQ-INFO
           IF NOT WS-RUNSEQ-OK
              DISPLAY '*** Run number not issued: ' WS-RUNSEQ-MESSAGE
              MOVE ZEROS             TO WS-RUN-NUMBER
           ELSE
              DISPLAY '*** Run number: ' WS-RUN-NUMBER
           END-IF
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                 TO WS-FILE-ERROR
           MOVE 16                  TO RETURN-CODE
           .
      *
       OPEN-FILES.
           OPEN INPUT LATESTPN-FILE
           IF WS-LATESTPN-STATUS > 0
              DISPLAY '*** ERROR OPENING LATESTPN-FILE-STATUS: '
                          WS-LATESTPN-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
      *    NO POPULATION FILE JUST MEANS EVERY PER-100K IS NULL ***
           OPEN INPUT POPULATN-FILE
           IF WS-POPULATN-STATUS = ZERO
              MOVE 'Y'              TO WS-POP-AVAIL
           ELSE
              DISPLAY '*** POPULATN not available, status: '
                          WS-POPULATN-STATUS
                      ' - per-100K figures published as null'
           END-IF
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS = ZERO
              MOVE 'Y'              TO WS-CV-AVAIL
           END-IF
           OPEN INPUT COVID19V-FILE
           IF WS-COVID19V-STATUS = ZERO
              MOVE 'Y'              TO WS-CVV-AVAIL
           END-IF
           OPEN INPUT COVID19T-FILE
           IF WS-COVID19T-STATUS = ZERO
              MOVE 'Y'              TO WS-CVT-AVAIL
           END-IF
           OPEN OUTPUT JSONOUT-FILE
           IF WS-JSONOUT-STATUS > 0
              DISPLAY '*** ERROR OPENING JSONOUT-FILE-STATUS: '
                          WS-JSONOUT-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           .
      *
       READ-NEXT.
           READ LATESTPN-FILE NEXT RECORD
              AT END MOVE 'Y'       TO WS-LAST-REC
              NOT AT END ADD 1      TO WS-LATESTPN-READ
           END-READ
           .
      *
      *    THE PREVIOUS OBJECT GOES OUT NOW THAT ANOTHER FOLLOWS IT,
      *    SO IT TAKES ITS SEPARATING COMMA ***
       RELEASE-HELD-LINE.
           IF NOT WS-LINE-HELD-YES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HELD-LINE        TO JSONOUT-REC
           MOVE ','                 TO JSONOUT-REC (WS-HELD-LEN + 1:1)
           WRITE JSONOUT-REC
           .
      *
      *    EACH SIDE'S AS-OF DAY IS PUT TO SUB0012; A HELD ONE IS
      *    REPLACED IN THE LATESTPN RECORD AREA BY THE NEWEST DAY
      *    THAT MAY GO OUT, SO THE OBJECT BUILD NEVER SEES IT ***
       APPLY-EMBARGOES.
           IF LP-D-DATE > ZERO
              MOVE LP-D-DATE         TO WS-EMB-DATE
              PERFORM CHECK-EMBARGO
              IF WS-EMB-HELD-YES
                 MOVE 'cases'        TO WS-EMB-SIDE
                 PERFORM SHOW-WITHHELD
                 PERFORM TRUNCATE-CASES-SIDE
              END-IF
           END-IF
           IF LP-V-DATE > ZERO
              MOVE LP-V-DATE         TO WS-EMB-DATE
              PERFORM CHECK-EMBARGO
              IF WS-EMB-HELD-YES
                 MOVE 'vaccination'  TO WS-EMB-SIDE
                 PERFORM SHOW-WITHHELD
                 PERFORM TRUNCATE-VACCINATION-SIDE
              END-IF
           END-IF
           IF LP-T-DATE > ZERO
              MOVE LP-T-DATE         TO WS-EMB-DATE
              PERFORM CHECK-EMBARGO
              IF WS-EMB-HELD-YES
                 MOVE 'testing'      TO WS-EMB-SIDE
                 PERFORM SHOW-WITHHELD
                 PERFORM TRUNCATE-TESTING-SIDE
              END-IF
           END-IF
           .
      *
       CHECK-EMBARGO.
           MOVE LP-CODE              TO WS-EMB-CODE
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
       SHOW-WITHHELD.
           ADD 1                     TO WS-SIDES-WITHHELD
           DISPLAY '*** Withheld under embargo: ' LP-CODE ' '
                       WS-EMB-DATE ' ' WS-EMB-SIDE ' until '
                       WS-EMB-RELEASE-DATE ' ' WS-EMB-RELEASE-TIME
           .
      *
      *    THE COUNTRY'S DAYS BEFORE THE HELD ONE, OLDEST FIRST - THE
      *    LAST ONE NOT ITSELF EMBARGOED IS THE STANDING PUBLISHED ***
       TRUNCATE-CASES-SIDE.
           MOVE LP-D-DATE            TO WS-HELD-DATE
           MOVE ZERO                 TO LP-D-DATE
           IF NOT WS-CV-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-WALK-END
           MOVE LP-CODE              TO CV-CODE
           MOVE ZEROS                TO CV-DATE
           START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
              INVALID KEY
                 MOVE 'Y'            TO WS-WALK-END
           END-START
           PERFORM UNTIL WS-WALK-END-YES
              READ COVID19D-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-WALK-END
                 NOT AT END
                    MOVE CV-DATE     TO WS-WALK-DATE
                    IF CV-CODE NOT = LP-CODE OR
                       WS-WALK-DATE NOT < WS-HELD-DATE
                       MOVE 'Y'      TO WS-WALK-END
                    ELSE
                       MOVE WS-WALK-DATE TO WS-EMB-DATE
                       PERFORM CHECK-EMBARGO
                       IF NOT WS-EMB-HELD-YES
                          MOVE WS-WALK-DATE TO LP-D-DATE
                          MOVE CV-NEW-CONFIRMED
                                     TO LP-NEW-CONFIRMED
                          MOVE CV-TOTAL-CONFIRMED
                                     TO LP-TOTAL-CONFIRMED
                          MOVE CV-NEW-DEATHS TO LP-NEW-DEATHS
                          MOVE CV-TOTAL-DEATHS TO LP-TOTAL-DEATHS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       TRUNCATE-VACCINATION-SIDE.
           MOVE LP-V-DATE            TO WS-HELD-DATE
           MOVE ZERO                 TO LP-V-DATE
           IF NOT WS-CVV-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-WALK-END
           MOVE LP-CODE              TO CVV-CODE
           MOVE ZEROS                TO CVV-DATE
           START COVID19V-FILE KEY IS NOT LESS THAN CVV-CODE-DATE
              INVALID KEY
                 MOVE 'Y'            TO WS-WALK-END
           END-START
           PERFORM UNTIL WS-WALK-END-YES
              READ COVID19V-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-WALK-END
                 NOT AT END
                    MOVE CVV-DATE    TO WS-WALK-DATE
                    IF CVV-CODE NOT = LP-CODE OR
                       WS-WALK-DATE NOT < WS-HELD-DATE
                       MOVE 'Y'      TO WS-WALK-END
                    ELSE
                       MOVE WS-WALK-DATE TO WS-EMB-DATE
                       PERFORM CHECK-EMBARGO
                       IF NOT WS-EMB-HELD-YES
                          MOVE WS-WALK-DATE TO LP-V-DATE
                          MOVE CVV-TOTAL-VACCINATIONS
                                     TO LP-TOTAL-VACCINATIONS
                          MOVE CVV-PEOPLE-VACCINATED
                                     TO LP-PEOPLE-VACCINATED
                          MOVE CVV-PEOPLE-FULLY-VACCINATED
                                     TO LP-PEOPLE-FULLY-VACCINATED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       TRUNCATE-TESTING-SIDE.
           MOVE LP-T-DATE            TO WS-HELD-DATE
           MOVE ZERO                 TO LP-T-DATE
           IF NOT WS-CVT-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-WALK-END
           MOVE LP-CODE              TO CVT-CODE
           MOVE ZEROS                TO CVT-DATE
           START COVID19T-FILE KEY IS NOT LESS THAN CVT-CODE-DATE
              INVALID KEY
                 MOVE 'Y'            TO WS-WALK-END
           END-START
           PERFORM UNTIL WS-WALK-END-YES
              READ COVID19T-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-WALK-END
                 NOT AT END
                    MOVE CVT-DATE    TO WS-WALK-DATE
                    IF CVT-CODE NOT = LP-CODE OR
                       WS-WALK-DATE NOT < WS-HELD-DATE
                       MOVE 'Y'      TO WS-WALK-END
                    ELSE
                       MOVE WS-WALK-DATE TO WS-EMB-DATE
                       PERFORM CHECK-EMBARGO
                       IF NOT WS-EMB-HELD-YES
                          MOVE WS-WALK-DATE TO LP-T-DATE
                          MOVE CVT-TOTAL-TESTS TO LP-TOTAL-TESTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      *    ONE LINE PER COUNTRY - A COMPLETE JSON OBJECT ***
       BUILD-COUNTRY-OBJECT.
           MOVE SPACES               TO WS-JSON-LINE
           MOVE 1                    TO WS-JSON-PTR
           MOVE LP-CODE              TO C-CODE
           READ COUNTRYS-FILE
              INVALID KEY
                 ADD 1              TO WS-NO-COUNTRYS
                 MOVE SPACES        TO C-NAME C-SLUG C-REGION
           END-READ
           PERFORM LOOK-UP-POPULATION
      *
           STRING '    {"code": "' DELIMITED BY SIZE
                  LP-CODE          DELIMITED BY SPACE
                  '", "name": '    DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE C-NAME               TO WS-ESC-IN
           PERFORM APPEND-JSON-STRING
           STRING ', "slug": '     DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE C-SLUG               TO WS-ESC-IN
           PERFORM APPEND-JSON-STRING
           STRING ', "region": '   DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE C-REGION             TO WS-ESC-IN
           PERFORM APPEND-JSON-STRING
           STRING ', "population": ' DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-POPULATION = ZERO
              PERFORM APPEND-NULL
           ELSE
              MOVE WS-POPULATION     TO WS-FIGURE
              PERFORM APPEND-NUMBER
           END-IF
      *    *** CASES AND DEATHS - THE COVID19D SIDE ***
           STRING ', "cases": '    DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           IF LP-D-DATE = ZERO
              PERFORM APPEND-NULL
           ELSE
              MOVE LP-D-DATE         TO WS-EDIT-DATE
              PERFORM APPEND-AS-OF
              STRING ', "new": '   DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-NEW-CONFIRMED  TO WS-FIGURE
              PERFORM APPEND-NUMBER
              STRING ', "total": ' DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-TOTAL-CONFIRMED TO WS-FIGURE
              PERFORM APPEND-NUMBER
              PERFORM APPEND-PER-100K
              STRING '}'           DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
           END-IF
           STRING ', "deaths": '   DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           IF LP-D-DATE = ZERO
              PERFORM APPEND-NULL
           ELSE
              MOVE LP-D-DATE         TO WS-EDIT-DATE
              PERFORM APPEND-AS-OF
              STRING ', "new": '   DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-NEW-DEATHS     TO WS-FIGURE
              PERFORM APPEND-NUMBER
              STRING ', "total": ' DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-TOTAL-DEATHS   TO WS-FIGURE
              PERFORM APPEND-NUMBER
              PERFORM APPEND-PER-100K
              STRING '}'           DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
           END-IF
      *    *** VACCINATION - THE COVID19V SIDE ***
           STRING ', "vaccination": ' DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           IF LP-V-DATE = ZERO
              ADD 1                  TO WS-VACC-NULL
              PERFORM APPEND-NULL
           ELSE
              MOVE LP-V-DATE         TO WS-EDIT-DATE
              PERFORM APPEND-AS-OF
              STRING ', "totalVaccinations": ' DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-TOTAL-VACCINATIONS TO WS-FIGURE
              PERFORM APPEND-NUMBER
              STRING ', "peopleVaccinated": ' DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-PEOPLE-VACCINATED TO WS-FIGURE
              PERFORM APPEND-NUMBER
              STRING ', "peopleFullyVaccinated": ' DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-PEOPLE-FULLY-VACCINATED TO WS-FIGURE
              PERFORM APPEND-NUMBER
              PERFORM APPEND-PER-100K
              STRING '}'           DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
           END-IF
      *    *** TESTING - THE COVID19T SIDE ***
           STRING ', "testing": '  DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           IF LP-T-DATE = ZERO
              ADD 1                  TO WS-TEST-NULL
              PERFORM APPEND-NULL
           ELSE
              MOVE LP-T-DATE         TO WS-EDIT-DATE
              PERFORM APPEND-AS-OF
              STRING ', "totalTests": ' DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
              MOVE LP-TOTAL-TESTS    TO WS-FIGURE
              PERFORM APPEND-NUMBER
              PERFORM APPEND-PER-100K
              STRING '}'           DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              END-STRING
           END-IF
           STRING '}'              DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           .
      *
       LOOK-UP-POPULATION.
           MOVE ZERO                 TO WS-POPULATION
           IF NOT WS-POP-AVAIL-YES
              ADD 1                  TO WS-NO-POPULATION
              EXIT PARAGRAPH
           END-IF
           MOVE LP-CODE              TO P-CODE
           READ POPULATN-FILE
              INVALID KEY
                 ADD 1              TO WS-NO-POPULATION
              NOT INVALID KEY
                 MOVE P-POPULATION  TO WS-POPULATION
           END-READ
           .
      *
      *    OPENS A SIDE'S OBJECT WITH ITS AS-OF DATE ***
       APPEND-AS-OF.
           PERFORM FORMAT-EDIT-DATE
           STRING '{"asOf": "'     DELIMITED BY SIZE
                  WS-DATE-TEXT     DELIMITED BY SIZE
                  '"'              DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           .
      *
      *    THE LAST FIGURE APPENDED, PER 100,000 OF POPULATION -
      *    NULL WHEN THERE IS NO POPULATION TO DIVIDE BY ***
       APPEND-PER-100K.
           STRING ', "per100k": '  DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-POPULATION = ZERO
              PERFORM APPEND-NULL
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PER-100K ROUNDED =
              WS-FIGURE * 100000 / WS-POPULATION
           MOVE WS-PER-100K          TO WS-RATE-EDIT
           MOVE FUNCTION TRIM (WS-RATE-EDIT) TO WS-NUM-TEXT
           STRING WS-NUM-TEXT      DELIMITED BY SPACE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           .
      *
       APPEND-NUMBER.
           MOVE WS-FIGURE            TO WS-NUM-EDIT
           MOVE FUNCTION TRIM (WS-NUM-EDIT) TO WS-NUM-TEXT
           STRING WS-NUM-TEXT      DELIMITED BY SPACE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           .
      *
       APPEND-NULL.
           STRING 'null'           DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           .
      *
      *    WS-ESC-IN AS A QUOTED, ESCAPED JSON STRING; AN ALL-SPACES
      *    VALUE IS NULL ***
       APPEND-JSON-STRING.
           IF WS-ESC-IN = SPACES
              PERFORM APPEND-NULL
              EXIT PARAGRAPH
           END-IF
           PERFORM ESCAPE-JSON-STRING
           STRING '"'              DELIMITED BY SIZE
                  WS-ESC-OUT (1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                  '"'              DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
           END-STRING
           .
      *
      *    BYTE BY BYTE OVER THE SIGNIFICANT LENGTH OF WS-ESC-IN ***
       ESCAPE-JSON-STRING.
           MOVE SPACES               TO WS-ESC-OUT
           MOVE ZERO                 TO WS-ESC-OUT-LEN
           MOVE 50                   TO WS-ESC-IN-LEN
           PERFORM UNTIL WS-ESC-IN-LEN = ZERO OR
                   WS-ESC-IN (WS-ESC-IN-LEN:1) NOT = SPACE
              SUBTRACT 1             FROM WS-ESC-IN-LEN
           END-PERFORM
           MOVE 1                    TO WS-ESC-IX
           PERFORM UNTIL WS-ESC-IX > WS-ESC-IN-LEN
              COMPUTE WS-ESC-BYTE =
                 FUNCTION ORD (WS-ESC-IN (WS-ESC-IX:1)) - 1
              EVALUATE TRUE
                 WHEN WS-ESC-IN (WS-ESC-IX:1) = '"'
                    PERFORM ESCAPE-PUT-BACKSLASH
                    PERFORM ESCAPE-PUT-BYTE
                 WHEN WS-ESC-IN (WS-ESC-IX:1) = '\'
                    PERFORM ESCAPE-PUT-BACKSLASH
                    PERFORM ESCAPE-PUT-BYTE
                 WHEN WS-ESC-BYTE < 32 OR WS-ESC-BYTE = 127
                    MOVE WS-ESC-BYTE TO WS-CODE-POINT
                    PERFORM ESCAPE-PUT-CODE-POINT
                 WHEN WS-ESC-BYTE < 128
                    PERFORM ESCAPE-PUT-BYTE
                 WHEN OTHER
                    PERFORM ESCAPE-HIGH-BYTE
              END-EVALUATE
              ADD 1                  TO WS-ESC-IX
           END-PERFORM
           .
      *
       ESCAPE-PUT-BYTE.
           ADD 1                     TO WS-ESC-OUT-LEN
           MOVE WS-ESC-IN (WS-ESC-IX:1)
                                     TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
           .
      *
       ESCAPE-PUT-BACKSLASH.
           ADD 1                     TO WS-ESC-OUT-LEN
           MOVE '\'                  TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
           .
      *
      *    A WELL-FORMED UTF-8 SEQUENCE BECOMES ITS CODE POINT (A
      *    SURROGATE PAIR ABOVE U+FFFF); ANY OTHER HIGH BYTE IS
      *    TAKEN AS LATIN-1, WHOSE CODE POINT IS THE BYTE ITSELF ***
       ESCAPE-HIGH-BYTE.
           MOVE ZERO                 TO WS-ESC-NEXT-1 WS-ESC-NEXT-2
                                        WS-ESC-NEXT-3
           IF WS-ESC-IX + 1 <= WS-ESC-IN-LEN
              COMPUTE WS-ESC-NEXT-1 =
                 FUNCTION ORD (WS-ESC-IN (WS-ESC-IX + 1:1)) - 1
           END-IF
           IF WS-ESC-IX + 2 <= WS-ESC-IN-LEN
              COMPUTE WS-ESC-NEXT-2 =
                 FUNCTION ORD (WS-ESC-IN (WS-ESC-IX + 2:1)) - 1
           END-IF
           IF WS-ESC-IX + 3 <= WS-ESC-IN-LEN
              COMPUTE WS-ESC-NEXT-3 =
                 FUNCTION ORD (WS-ESC-IN (WS-ESC-IX + 3:1)) - 1
           END-IF
           EVALUATE TRUE
              WHEN WS-ESC-BYTE >= 194 AND WS-ESC-BYTE <= 223 AND
                   WS-ESC-NEXT-1 >= 128 AND WS-ESC-NEXT-1 <= 191
                 COMPUTE WS-CODE-POINT =
                    (WS-ESC-BYTE - 192) * 64 + (WS-ESC-NEXT-1 - 128)
                 ADD 1               TO WS-ESC-IX
              WHEN WS-ESC-BYTE >= 224 AND WS-ESC-BYTE <= 239 AND
                   WS-ESC-NEXT-1 >= 128 AND WS-ESC-NEXT-1 <= 191 AND
                   WS-ESC-NEXT-2 >= 128 AND WS-ESC-NEXT-2 <= 191
                 COMPUTE WS-CODE-POINT =
                    (WS-ESC-BYTE - 224) * 4096 +
                    (WS-ESC-NEXT-1 - 128) * 64 + (WS-ESC-NEXT-2 - 128)
                 ADD 2               TO WS-ESC-IX
              WHEN WS-ESC-BYTE >= 240 AND WS-ESC-BYTE <= 244 AND
                   WS-ESC-NEXT-1 >= 128 AND WS-ESC-NEXT-1 <= 191 AND
                   WS-ESC-NEXT-2 >= 128 AND WS-ESC-NEXT-2 <= 191 AND
                   WS-ESC-NEXT-3 >= 128 AND WS-ESC-NEXT-3 <= 191
                 COMPUTE WS-CODE-POINT =
                    (WS-ESC-BYTE - 240) * 262144 +
                    (WS-ESC-NEXT-1 - 128) * 4096 +
                    (WS-ESC-NEXT-2 - 128) * 64 + (WS-ESC-NEXT-3 - 128)
                 ADD 3               TO WS-ESC-IX
              WHEN OTHER
                 MOVE WS-ESC-BYTE    TO WS-CODE-POINT
           END-EVALUATE
           IF WS-CODE-POINT > 65535
              SUBTRACT 65536         FROM WS-CODE-POINT
              COMPUTE WS-SURROGATE-HI =
                 55296 + WS-CODE-POINT / 1024
              COMPUTE WS-SURROGATE-LO =
                 56320 + FUNCTION MOD (WS-CODE-POINT, 1024)
              MOVE WS-SURROGATE-HI   TO WS-CODE-POINT
              PERFORM ESCAPE-PUT-CODE-POINT
              MOVE WS-SURROGATE-LO   TO WS-CODE-POINT
           END-IF
           PERFORM ESCAPE-PUT-CODE-POINT
           .
      *
      *    \uXXXX FOR WS-CODE-POINT ***
       ESCAPE-PUT-CODE-POINT.
           MOVE WS-CODE-POINT        TO WS-HEX-VALUE
           PERFORM VARYING WS-HEX-IX FROM 4 BY -1 UNTIL WS-HEX-IX < 1
              COMPUTE WS-HEX-NIBBLE = FUNCTION MOD (WS-HEX-VALUE, 16)
              MOVE WS-HEX-DIGITS (WS-HEX-NIBBLE + 1:1)
                                     TO WS-HEX-OUT (WS-HEX-IX:1)
              COMPUTE WS-HEX-VALUE = WS-HEX-VALUE / 16
           END-PERFORM
           PERFORM ESCAPE-PUT-BACKSLASH
           ADD 1                     TO WS-ESC-OUT-LEN
           MOVE 'u'                  TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
           MOVE WS-HEX-OUT
                                TO WS-ESC-OUT (WS-ESC-OUT-LEN + 1:4)
           ADD 4                     TO WS-ESC-OUT-LEN
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)   TO WS-DATE-TEXT (1:4)
           MOVE '-'                  TO WS-DATE-TEXT (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO WS-DATE-TEXT (6:2)
           MOVE '-'                  TO WS-DATE-TEXT (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO WS-DATE-TEXT (9:2)
           .
      *
       WRITE-METADATA.
           MOVE '  "metadata": {'    TO JSONOUT-REC
           WRITE JSONOUT-REC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE SPACES               TO JSONOUT-REC
           STRING '    "runDate": "' DELIMITED BY SIZE
                  WS-DATE-TEXT       DELIMITED BY SIZE
                  '",'               DELIMITED BY SIZE
              INTO JSONOUT-REC
           END-STRING
           WRITE JSONOUT-REC
           MOVE WS-OBJECTS-WRITTEN   TO WS-FIGURE
           MOVE WS-FIGURE            TO WS-NUM-EDIT
           MOVE FUNCTION TRIM (WS-NUM-EDIT) TO WS-NUM-TEXT
           MOVE SPACES               TO JSONOUT-REC
           STRING '    "recordCount": ' DELIMITED BY SIZE
                  WS-NUM-TEXT        DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
              INTO JSONOUT-REC
           END-STRING
           WRITE JSONOUT-REC
           MOVE WS-RUN-NUMBER        TO WS-FIGURE
           MOVE WS-FIGURE            TO WS-NUM-EDIT
           MOVE FUNCTION TRIM (WS-NUM-EDIT) TO WS-NUM-TEXT
           MOVE SPACES               TO JSONOUT-REC
           STRING '    "runNumber": ' DELIMITED BY SIZE
                  WS-NUM-TEXT        DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
              INTO JSONOUT-REC
           END-STRING
           WRITE JSONOUT-REC
           MOVE '    "source": "COV2009"' TO JSONOUT-REC
           WRITE JSONOUT-REC
           MOVE '  }'                TO JSONOUT-REC
           WRITE JSONOUT-REC
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'LATESTPN records READ: '      WS-LATESTPN-READ
           DISPLAY 'JSON country objects WRITTEN: ' WS-OBJECTS-WRITTEN
           DISPLAY 'Countries with NO COUNTRYS entry: ' WS-NO-COUNTRYS
           DISPLAY 'Countries with NO population: ' WS-NO-POPULATION
           DISPLAY 'Vaccination published as NULL: ' WS-VACC-NULL
           DISPLAY 'Testing published as NULL: '  WS-TEST-NULL
           DISPLAY 'Sides WITHHELD under embargo: ' WS-SIDES-WITHHELD
           .
      *
