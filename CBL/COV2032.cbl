      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2032.
       AUTHOR.         GEORGES B.
      *    Provisional estimates at publication time, run after the
      *    last load and before COV1905/COV1961. For every code on
      *    the EXPCNTRY expected-countries list with no COVID19D
      *    record on the position date (PARM YYYYMMDD, default
      *    today) - the feed COV1985 shows late - writes an
      *    estimated record so the world totals and the ministry
      *    file are not understated for the day. The daily figures
      *    are the average of the real days in the 7 days before
      *    (filled, redistributed and earlier provisional days do
      *    not count towards the trend; a falling trend is not
      *    projected below zero), and the totals step on from the
      *    latest day on file by that average for each day since.
      *    Recovered is -1 (not available) whenever the trend or the
      *    base day carries -1. The record is flagged 'P' with no
      *    source lineage, the date-major mirror and the latest
      *    position follow it, and the estimate is kept on the
      *    PROVEST register. When the real row arrives COV1901
      *    replaces the record outright and COV2033 reports how far
      *    off the estimate was. A country with no real day in the
      *    window is not estimated and is listed instead. Return
      *    code 4 when any estimate was written or could not be ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   EXPCNTRY-FILE       ASSIGN EXPCNTRY
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-EXPCNTRY-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19X-FILE       ASSIGN COVID19X
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CX-DATE-CODE
                    FILE STATUS         IS WS-COVID19X-STATUS
           .
           SELECT   LATESTPN-FILE       ASSIGN LATESTPN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS LP-CODE
                    FILE STATUS         IS WS-LATESTPN-STATUS
           .
           SELECT   PROVEST-FILE        ASSIGN PROVEST
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS PE-KEY
                    FILE STATUS         IS WS-PROVEST-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
      *    ONE LINE PER EXPECTED CODE: THE CODE, A SEVERITY GRADE
      *    (H/M/L) AND A FREE NOTE - AS READ BY COV1945 ***
       FD  EXPCNTRY-FILE
           RECORDING MODE IS F
           .
       01  EXPCNTRY-REC.
           03 EX-CODE                  PIC X(05).
           03 FILLER                   PIC X(01).
           03 EX-SEVERITY              PIC X(01).
           03 FILLER                   PIC X(01).
           03 EX-NOTE                  PIC X(30).
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COVID19X-FILE.
       COPY COVID19X REPLACING        ==:TAG1:== BY ==COVID19X==
                                      ==:TAG2:== BY ==CX==.
      *
       FD  LATESTPN-FILE.
       COPY LATESTPN REPLACING        ==:TAG1:== BY ==LATESTPN==
                                      ==:TAG2:== BY ==LP==.
      *
       FD  PROVEST-FILE.
       COPY PROVEST REPLACING         ==:TAG1:== BY ==PROVEST==
                                      ==:TAG2:== BY ==PE==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-EXPCNTRY-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19X-STATUS          PIC 99 VALUE ZEROS.
       01  WS-LATESTPN-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PROVEST-STATUS           PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-EX-AVAIL              PIC X VALUE 'N'.
            88 WS-EX-AVAIL-YES         VALUE 'Y'.
           03 WS-LP-AVAIL              PIC X VALUE 'N'.
            88 WS-LP-AVAIL-YES         VALUE 'Y'.
           03 WS-BASE-FOUND            PIC X VALUE 'N'.
            88 WS-BASE-FOUND-YES       VALUE 'Y'.
           03 WS-RECOVERED-NA          PIC X VALUE 'N'.
            88 WS-RECOVERED-NA-YES     VALUE 'Y'.
      *
       01  WS-POSITION-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-POSITION-INT             PIC 9(08) VALUE ZEROES.
       01  WS-LOOK-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-LOOK-BACK                PIC 9(01) VALUE ZERO.
      *
      *    THE 7-DAY TREND AND THE DAY THE TOTALS STEP ON FROM ***
       01  WS-TREND.
           03 WS-TREND-DAYS            PIC 9(01) VALUE ZERO.
           03 WS-TREND-NEW-CONFIRMED   PIC S9(11) COMP-3 VALUE ZERO.
           03 WS-TREND-NEW-DEATHS      PIC S9(11) COMP-3 VALUE ZERO.
           03 WS-TREND-NEW-RECOVERED   PIC S9(11) COMP-3 VALUE ZERO.
           03 WS-BASE-DATE             PIC 9(08) VALUE ZEROES.
           03 WS-BASE-GAP              PIC 9(01) VALUE ZERO.
           03 WS-BASE-TOTAL-CONFIRMED  PIC 9(09) COMP-3 VALUE ZERO.
           03 WS-BASE-TOTAL-DEATHS     PIC 9(09) COMP-3 VALUE ZERO.
           03 WS-BASE-TOTAL-RECOVERED  PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-EST.
           03 WS-EST-NEW-CONFIRMED     PIC S9(09) COMP-3 VALUE ZERO.
           03 WS-EST-NEW-DEATHS        PIC S9(09) COMP-3 VALUE ZERO.
           03 WS-EST-NEW-RECOVERED     PIC S9(09) COMP-3 VALUE ZERO.
      *
       01  WS-COUNTERS.
           03 WS-EXPECTED-READ         PIC 9(05) VALUE ZEROES.
           03 WS-CODES-PRESENT         PIC 9(05) VALUE ZEROES.
           03 WS-ESTIMATES-WRITTEN     PIC 9(05) VALUE ZEROES.
           03 WS-NOT-ESTIMATED         PIC 9(05) VALUE ZEROES.
      *
      *    BALANCING-REGISTER POSTING - SEE SUB0007 ***
       77  WS-BAL-PGM-NAME             PIC X(08) VALUE 'SUB0007'.
       77  WS-BAL-JOB-NAME             PIC X(08) VALUE 'COV2032'.
       77  WS-BAL-FILE-ID              PIC X(08) VALUE 'COVID19D'.
       01  WS-BAL-MOVEMENT.
           03 WS-BAL-INSERTS           PIC 9(07) VALUE ZEROS.
           03 WS-BAL-REWRITES          PIC 9(07) VALUE ZEROS.
           03 WS-BAL-DELETES           PIC 9(07) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==BALPOST==.
      *
      *    EXCLUSIVE TOKEN ON THE SHARED INDEXED FILES - SEE SUB0003 *
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2032'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2032'.
           03 FILLER                   PIC X(50) VALUE
                '*** PROVISIONAL ESTIMATES FOR MISSING FEEDS *** '.
           03 FILLER                   PIC X(15) VALUE
                'POSITION DATE '.
           03 H1-DATE-O                PIC X(10).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(03) VALUE 'SEV'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(12) VALUE 'VERDICT'.
           03 FILLER                   PIC X(14) VALUE '  TOTAL CONF'.
           03 FILLER                   PIC X(14) VALUE '    NEW CONF'.
           03 FILLER                   PIC X(14) VALUE 'TOTAL DEATHS'.
           03 FILLER                   PIC X(14) VALUE '  NEW DEATHS'.
           03 FILLER                   PIC X(07) VALUE 'TREND'.
           03 FILLER                   PIC X(10) VALUE 'BASE DAY'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-SEVERITY-O            PIC X(01).
           03 FILLER                   PIC X(04).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-VERDICT-O             PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-TOTAL-CONF-O          PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-NEW-CONF-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-TOTAL-DEATH-O         PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-NEW-DEATH-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(04).
           03 D1-TREND-O               PIC 9(01).
           03 FILLER                   PIC X(04).
           03 D1-BASE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-NOTE-O                PIC X(30).
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20211208' - THE POSITION DATE TO COMPLETE ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-POSITION-DATE    PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO AND LK-PARM-POSITION-DATE NUMERIC
              MOVE LK-PARM-POSITION-DATE TO WS-POSITION-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POSITION-DATE
           END-IF
           DISPLAY '*** WS-POSITION-DATE: ' WS-POSITION-DATE
           COMPUTE WS-POSITION-INT =
              FUNCTION INTEGER-OF-DATE (WS-POSITION-DATE)
      *    THE ESTIMATES WRITE THE SHARED MASTERS, SO THE STEP TAKES
      *    THE SAME EXCLUSIVE TOKEN THE LOADER DOES ***
           MOVE 'X '                 TO WS-LOCK-MODE
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
           PERFORM READ-EXPCNTRY-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              PERFORM CHECK-ONE-EXPECTED-CODE
              PERFORM READ-EXPCNTRY-NEXT
           END-PERFORM
           DISPLAY 'Expected codes READ: '     WS-EXPECTED-READ
           DISPLAY 'Codes PRESENT on date: '   WS-CODES-PRESENT
           DISPLAY 'Provisional ESTIMATES written: '
                                               WS-ESTIMATES-WRITTEN
           DISPLAY 'Missing codes NOT ESTIMATED: '
                                               WS-NOT-ESTIMATED
           IF WS-ESTIMATES-WRITTEN > ZERO OR WS-NOT-ESTIMATED > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           PERFORM POST-BALANCING-MOVEMENTS
           PERFORM RELEASE-FILE-LOCK
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    THE STEP'S MOVEMENT ON THE BOOKS FOR COV1977 ***
       POST-BALANCING-MOVEMENTS.
           MOVE WS-ESTIMATES-WRITTEN TO WS-BAL-INSERTS
           MOVE ZEROS                TO WS-BAL-REWRITES
                                        WS-BAL-DELETES
           CALL WS-BAL-PGM-NAME USING WS-BAL-JOB-NAME,
              WS-BAL-FILE-ID, WS-BAL-MOVEMENT, WS-BALPOST-INFO
           IF NOT WS-BALPOST-OK
              DISPLAY '*** Balancing post failed: '
                          WS-BALPOST-MESSAGE
           END-IF
           .
      *
       RELEASE-FILE-LOCK.
           MOVE 'RX'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                 TO WS-FILE-ERROR
           MOVE 16                  TO RETURN-CODE
           .
      *
       OPEN-FILES.
           OPEN INPUT EXPCNTRY-FILE
           IF WS-EXPCNTRY-STATUS = ZERO
              MOVE 'Y'               TO WS-EX-AVAIL
           ELSE
              DISPLAY '*** No EXPCNTRY expected-countries list - '
                      'nothing to estimate'
              MOVE 'Y'               TO WS-LAST-REC
           END-IF
           OPEN I-O COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN I-O COVID19X-FILE
           IF WS-COVID19X-STATUS NOT = ZERO
              OPEN OUTPUT COVID19X-FILE
              DISPLAY '*** COVID19X mirror created empty - run '
                      'COV1922 to backfill it from COVID19D'
           END-IF
           OPEN I-O LATESTPN-FILE
           IF WS-LATESTPN-STATUS = ZERO
              MOVE 'Y'               TO WS-LP-AVAIL
           END-IF
           OPEN I-O PROVEST-FILE
           IF WS-PROVEST-STATUS NOT = ZERO
              OPEN OUTPUT PROVEST-FILE
              IF WS-PROVEST-STATUS NOT = ZERO
                 DISPLAY '*** ERROR OPENING PROVEST-FILE-STATUS: '
                             WS-PROVEST-STATUS
                 CLOSE COVID19D-FILE COVID19X-FILE
                 PERFORM SET-FILE-ERROR-RC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE WS-POSITION-DATE      TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O        TO H1-DATE-O
           MOVE SPACES                TO PRINT-REC
           WRITE PRINT-REC          FROM WS-HEADER-1
           WRITE PRINT-REC          FROM WS-HEADER-2
           .
      *
       CLOSE-FILES.
           CLOSE COVID19D-FILE COVID19X-FILE PROVEST-FILE PRINT-LINE
           IF WS-EX-AVAIL-YES
              CLOSE EXPCNTRY-FILE
           END-IF
           IF WS-LP-AVAIL-YES
              CLOSE LATESTPN-FILE
           END-IF
           .
      *
       READ-EXPCNTRY-NEXT.
           IF WS-LAST-REC-YES
              EXIT PARAGRAPH
           END-IF
           READ EXPCNTRY-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
      *    A CODE ALREADY ON FILE FOR THE DATE - REAL, FILLED OR AN
      *    EARLIER RUN'S ESTIMATE - IS LEFT ALONE ***
       CHECK-ONE-EXPECTED-CODE.
           ADD 1                     TO WS-EXPECTED-READ
           MOVE EX-CODE              TO CV-CODE
           MOVE WS-POSITION-DATE     TO CV-DATE
           READ COVID19D-FILE
              INVALID KEY
                 PERFORM GATHER-TREND
                 IF WS-BASE-FOUND-YES AND WS-TREND-DAYS > ZERO
                    PERFORM BUILD-ESTIMATE-RECORD
                    PERFORM WRITE-ESTIMATE-RECORD
                 ELSE
                    PERFORM WRITE-NOT-ESTIMATED-LINE
                 END-IF
              NOT INVALID KEY
                 ADD 1               TO WS-CODES-PRESENT
           END-READ
           .
      *
      *    WALKS BACK UP TO 7 DAYS: THE FIRST DAY FOUND, OF ANY KIND,
      *    IS THE BASE THE TOTALS STEP ON FROM; ONLY DAYS THE
      *    VENDORS ACTUALLY SENT FEED THE AVERAGE ***
       GATHER-TREND.
           INITIALIZE WS-TREND
           MOVE 'N'                  TO WS-BASE-FOUND
                                        WS-RECOVERED-NA
           PERFORM VARYING WS-LOOK-BACK FROM 1 BY 1
              UNTIL WS-LOOK-BACK > 7
              COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-POSITION-INT - WS-LOOK-BACK)
              MOVE EX-CODE           TO CV-CODE
              MOVE WS-LOOK-DATE      TO CV-DATE
              READ COVID19D-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM TAKE-TREND-DAY
              END-READ
           END-PERFORM
           .
      *
       TAKE-TREND-DAY.
           IF NOT WS-BASE-FOUND-YES
              MOVE 'Y'               TO WS-BASE-FOUND
              MOVE CV-DATE           TO WS-BASE-DATE
              MOVE WS-LOOK-BACK      TO WS-BASE-GAP
              MOVE CV-TOTAL-CONFIRMED TO WS-BASE-TOTAL-CONFIRMED
              MOVE CV-TOTAL-DEATHS   TO WS-BASE-TOTAL-DEATHS
              MOVE CV-TOTAL-RECOVERED TO WS-BASE-TOTAL-RECOVERED
              IF CV-TOTAL-RECOVERED = -1
                 MOVE 'Y'            TO WS-RECOVERED-NA
              END-IF
           END-IF
           IF CV-IS-SYNTHETIC OR CV-IS-REDISTRIBUTED OR
              CV-IS-PROVISIONAL
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-TREND-DAYS
           ADD CV-NEW-CONFIRMED      TO WS-TREND-NEW-CONFIRMED
           ADD CV-NEW-DEATHS         TO WS-TREND-NEW-DEATHS
           IF CV-NEW-RECOVERED = -1
              MOVE 'Y'               TO WS-RECOVERED-NA
           ELSE
              ADD CV-NEW-RECOVERED   TO WS-TREND-NEW-RECOVERED
           END-IF
           .
      *
       BUILD-ESTIMATE-RECORD.
           COMPUTE WS-EST-NEW-CONFIRMED ROUNDED =
              WS-TREND-NEW-CONFIRMED / WS-TREND-DAYS
           COMPUTE WS-EST-NEW-DEATHS ROUNDED =
              WS-TREND-NEW-DEATHS / WS-TREND-DAYS
           COMPUTE WS-EST-NEW-RECOVERED ROUNDED =
              WS-TREND-NEW-RECOVERED / WS-TREND-DAYS
      *    A WEEK OF RECLASSIFICATIONS IS NOT A TREND TO PROJECT ***
           IF WS-EST-NEW-CONFIRMED < ZERO
              MOVE ZERO              TO WS-EST-NEW-CONFIRMED
           END-IF
           IF WS-EST-NEW-DEATHS < ZERO
              MOVE ZERO              TO WS-EST-NEW-DEATHS
           END-IF
           IF WS-EST-NEW-RECOVERED < ZERO
              MOVE ZERO              TO WS-EST-NEW-RECOVERED
           END-IF
           MOVE EX-CODE              TO CV-CODE
           MOVE WS-POSITION-DATE     TO CV-DATE
           MOVE WS-EST-NEW-CONFIRMED TO CV-NEW-CONFIRMED
           MOVE WS-EST-NEW-DEATHS    TO CV-NEW-DEATHS
           COMPUTE CV-TOTAL-CONFIRMED = WS-BASE-TOTAL-CONFIRMED
              + WS-EST-NEW-CONFIRMED * WS-BASE-GAP
           COMPUTE CV-TOTAL-DEATHS = WS-BASE-TOTAL-DEATHS
              + WS-EST-NEW-DEATHS * WS-BASE-GAP
           IF WS-RECOVERED-NA-YES
              MOVE -1                TO CV-NEW-RECOVERED
                                        CV-TOTAL-RECOVERED
           ELSE
              MOVE WS-EST-NEW-RECOVERED TO CV-NEW-RECOVERED
              COMPUTE CV-TOTAL-RECOVERED = WS-BASE-TOTAL-RECOVERED
                 + WS-EST-NEW-RECOVERED * WS-BASE-GAP
           END-IF
           MOVE 'P'                  TO CV-SYNTHETIC-FLAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO CV-MAINT-DATE
           MOVE 'A'                  TO CV-MAINT-ACTION
           MOVE SPACES               TO CV-SOURCE-FILE
           MOVE ZEROS                TO CV-SOURCE-LINE
           .
      *
       WRITE-ESTIMATE-RECORD.
           WRITE COVID19D-REC
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** Error WRITE COVID19D: '
                     WS-COVID19D-STATUS
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-ESTIMATES-WRITTEN
           PERFORM PUT-COVID19X-REC
           PERFORM PUT-LATESTPN-REC
           PERFORM PUT-PROVEST-REC
           MOVE SPACES               TO WS-DETAILS-1
           MOVE EX-SEVERITY          TO D1-SEVERITY-O
           MOVE EX-CODE              TO D1-CODE-O
           MOVE 'ESTIMATED'          TO D1-VERDICT-O
           MOVE CV-TOTAL-CONFIRMED   TO D1-TOTAL-CONF-O
           MOVE CV-NEW-CONFIRMED     TO D1-NEW-CONF-O
           MOVE CV-TOTAL-DEATHS      TO D1-TOTAL-DEATH-O
           MOVE CV-NEW-DEATHS        TO D1-NEW-DEATH-O
           MOVE WS-TREND-DAYS        TO D1-TREND-O
           MOVE WS-BASE-DATE         TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-BASE-O
           MOVE EX-NOTE              TO D1-NOTE-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
       WRITE-NOT-ESTIMATED-LINE.
           ADD 1                     TO WS-NOT-ESTIMATED
           MOVE SPACES               TO WS-DETAILS-1
           MOVE EX-SEVERITY          TO D1-SEVERITY-O
           MOVE EX-CODE              TO D1-CODE-O
           MOVE 'NO TREND'           TO D1-VERDICT-O
           MOVE 'no real day in the last 7'
                                     TO D1-NOTE-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
      *    KEEPS THE DATE-MAJOR MIRROR IN STEP, AS COV1901 DOES ***
       PUT-COVID19X-REC.
           MOVE CV-DATE              TO CX-DATE
           MOVE CV-CODE              TO CX-CODE
           MOVE CV-NEW-CONFIRMED     TO CX-NEW-CONFIRMED
           MOVE CV-TOTAL-CONFIRMED   TO CX-TOTAL-CONFIRMED
           MOVE CV-NEW-DEATHS        TO CX-NEW-DEATHS
           MOVE CV-TOTAL-DEATHS      TO CX-TOTAL-DEATHS
           MOVE CV-NEW-RECOVERED     TO CX-NEW-RECOVERED
           MOVE CV-TOTAL-RECOVERED   TO CX-TOTAL-RECOVERED
           MOVE CV-SYNTHETIC-FLAG    TO CX-SYNTHETIC-FLAG
           WRITE COVID19X-REC
              INVALID KEY
                 REWRITE COVID19X-REC
                 IF WS-COVID19X-STATUS > 0
                    DISPLAY '*** Error REWRITE COVID19X: '
                           WS-COVID19X-STATUS
                 END-IF
           END-WRITE
           .
      *
      *    AN ESTIMATED DAY ON OR PAST THE ONE STANDING BECOMES THE
      *    LATEST CASE POSITION UNTIL THE REAL ROW REPLACES IT ***
       PUT-LATESTPN-REC.
           IF NOT WS-LP-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE CV-CODE              TO LP-CODE
           READ LATESTPN-FILE
              INVALID KEY
                 MOVE CV-CODE        TO LP-CODE
                 MOVE ZEROS           TO LP-V-DATE
                                         LP-TOTAL-VACCINATIONS
                                         LP-PEOPLE-VACCINATED
                                         LP-PEOPLE-FULLY-VACCINATED
                                         LP-T-DATE
                                         LP-TOTAL-TESTS
                 PERFORM SET-LATESTPN-CASE-SIDE
                 WRITE LATESTPN-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 IF CV-DATE >= LP-D-DATE
                    PERFORM SET-LATESTPN-CASE-SIDE
                    REWRITE LATESTPN-REC
                 END-IF
           END-READ
           .
      *
       SET-LATESTPN-CASE-SIDE.
           MOVE CV-DATE              TO LP-D-DATE
           MOVE CV-NEW-CONFIRMED     TO LP-NEW-CONFIRMED
           MOVE CV-TOTAL-CONFIRMED   TO LP-TOTAL-CONFIRMED
           MOVE CV-NEW-DEATHS        TO LP-NEW-DEATHS
           MOVE CV-TOTAL-DEATHS      TO LP-TOTAL-DEATHS
           .
      *
      *    THE ESTIMATE AS MADE - A RE-ESTIMATE OF A DAY WHOSE 'P'
      *    RECORD WAS REMOVED REPLACES THE EARLIER ONE ***
       PUT-PROVEST-REC.
           MOVE CV-CODE              TO PE-CODE
           MOVE CV-DATE              TO PE-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO PE-EST-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PE-EST-TIME
           MOVE WS-TREND-DAYS        TO PE-TREND-DAYS
           MOVE WS-BASE-DATE         TO PE-BASE-DATE
           MOVE CV-NEW-CONFIRMED     TO PE-NEW-CONFIRMED
           MOVE CV-TOTAL-CONFIRMED   TO PE-TOTAL-CONFIRMED
           MOVE CV-NEW-DEATHS        TO PE-NEW-DEATHS
           MOVE CV-TOTAL-DEATHS      TO PE-TOTAL-DEATHS
           MOVE CV-NEW-RECOVERED     TO PE-NEW-RECOVERED
           MOVE CV-TOTAL-RECOVERED   TO PE-TOTAL-RECOVERED
           WRITE PROVEST-REC
              INVALID KEY
                 REWRITE PROVEST-REC
                 IF WS-PROVEST-STATUS > 0
                    DISPLAY '*** Error REWRITE PROVEST: '
                           WS-PROVEST-STATUS
                 END-IF
           END-WRITE
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)   TO WS-EDIT-DATE-O (1:4)
           MOVE '-'                  TO WS-EDIT-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO WS-EDIT-DATE-O (6:2)
           MOVE '-'                  TO WS-EDIT-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO WS-EDIT-DATE-O (9:2)
           .
      *
