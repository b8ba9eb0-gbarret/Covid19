      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2023.
       AUTHOR.         GEORGES B.
      *    Reporting-delay triangle: recent days always look low
      *    because late reports keep arriving. COVID19J holds every
      *    rewrite of a past day with its before and after figures
      *    and the date of the run that made it, so the figure a day
      *    showed at any later date can be rebuilt - the after image
      *    of the last rewrite made by then, or the before image of
      *    the first one made after. For every country and report
      *    date in the window this prints what the day's NEW
      *    CONFIRMED (or NEW DEATHS) looked like 1, 2, 3, 7, 14 and
      *    30 days later and as of the end date; then the typical
      *    completeness at each lag, taken over the days old enough
      *    to have all six (figure at the lag against the figure now,
      *    summed); then, for the last 14 days, a likely final figure
      *    - the figure now grossed up by the completeness at the
      *    lag the day has reached - marked COMPLETE once that
      *    completeness is 98 percent or better, otherwise FILLING
      *    IN. A figure the loader first wrote after the lag shows
      *    as first received; loader inserts are not journaled. PARM
      *    is the end date (today when omitted), the number of days
      *    in the window (90 when omitted, 31 to 366) and the figure
      *    (C cases, D deaths; C when omitted) ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19J-FILE       ASSIGN COVID19J
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19J-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   SORT-FILE           ASSIGN SORTWK01.
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19J-FILE.
       COPY COVID19J REPLACING        ==:TAG1:== BY ==COVID19J==
                                      ==:TAG2:== BY ==JR==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
      *    ONE LINE PER JOURNALED MOVE OF THE CHOSEN FIGURE ON A DAY
      *    IN THE WINDOW; THE SEQUENCE KEEPS A DAY'S REWRITES IN THE
      *    ORDER THEY WERE JOURNALED ***
       SD  SORT-FILE.
       01  SORT-REC.
           03 SRT-KEY.
             05 SRT-CODE               PIC X(05).
             05 SRT-DATE               PIC 9(08).
             05 SRT-SEQ                PIC 9(07).
           03 SRT-RUN-DATE             PIC 9(08).
           03 SRT-BEF-VALUE            PIC S9(09) COMP-3.
           03 SRT-AFT-VALUE            PIC S9(09) COMP-3.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19J-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-SORT-EOF              PIC X VALUE 'N'.
            88 WS-SORT-EOF-OK          VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
      *
      *    A DAY WHOSE COMPLETENESS AT THE LAG IT HAS REACHED IS AT
      *    LEAST THIS IS TAKEN AS COMPLETE ***
       01  WS-COMPLETE-PCT             PIC 9(03)V9 VALUE 98.
      *
      *    THE SIX LAGS OF THE TRIANGLE, IN DAYS ***
       01  WS-LAG-VALUES               PIC X(18) VALUE
                '001002003007014030'.
       01  WS-LAG-TABLE REDEFINES WS-LAG-VALUES.
           03 WS-LAG-DAYS              PIC 9(03) OCCURS 6 TIMES.
       01  WS-LAG-SUB                  PIC S9(04) COMP VALUE ZERO.
       01  WS-LAG-USED                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-RUN-PARMS.
           03 WS-END-DATE              PIC 9(08) VALUE ZEROES.
           03 WS-START-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-END-INT               PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-DAYS                  PIC 9(03) VALUE 90.
           03 WS-FIGURE                PIC X(01) VALUE 'C'.
            88 WS-FIGURE-CASES         VALUE 'C'.
            88 WS-FIGURE-DEATHS        VALUE 'D'.
            88 WS-FIGURE-VALID         VALUE 'C' 'D'.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    SHARED TOKEN ON THE COVID19 FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2023'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
      *    THE SORTED JOURNAL LINE IN FLIGHT ***
       01  WS-JRN-REC.
           03 WS-JRN-KEY.
             05 WS-JRN-CODE-DATE.
               07 WS-JRN-CODE          PIC X(05).
               07 WS-JRN-DATE          PIC 9(08).
             05 WS-JRN-SEQ             PIC 9(07).
           03 WS-JRN-RUN-DATE          PIC 9(08).
           03 WS-JRN-BEF-VALUE         PIC S9(09) COMP-3.
           03 WS-JRN-AFT-VALUE         PIC S9(09) COMP-3.
      *
      *    THE REWRITES OF THE COVID19D DAY IN FLIGHT, OLDEST FIRST ***
       01  WS-ENT-COUNT                PIC S9(04) COMP VALUE ZERO.
       01  WS-ENT-TABLE.
           03 WS-ENT-ENTRY OCCURS 200 TIMES.
              05 WS-ENT-RUN-DATE       PIC 9(08).
              05 WS-ENT-BEF-VALUE      PIC S9(09) COMP-3.
              05 WS-ENT-AFT-VALUE      PIC S9(09) COMP-3.
       01  WS-EX                       PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-AS-OF-WORK.
           03 WS-MASTER-VALUE          PIC S9(09) COMP-3 VALUE ZEROES.
           03 WS-CUTOFF-DATE           PIC 9(08) VALUE ZEROES.
           03 WS-AS-OF-VALUE           PIC S9(09) COMP-3 VALUE ZEROES.
      *
      *    THE WINDOW'S DAYS OF THE COUNTRY IN FLIGHT ***
       01  WS-CURR-CODE                PIC X(05) VALUE SPACES.
       01  WS-DAY-COUNT                PIC S9(04) COMP VALUE ZERO.
       01  WS-DAY-TABLE.
           03 WS-DAY-ENTRY OCCURS 366 TIMES.
              05 WS-DY-DATE            PIC 9(08).
              05 WS-DY-INT             PIC S9(07) COMP-3.
              05 WS-DY-LAG-VALUE       PIC S9(09) COMP-3
                                       OCCURS 6 TIMES.
              05 WS-DY-FINAL           PIC S9(09) COMP-3.
       01  WS-DX                       PIC S9(04) COMP VALUE ZERO.
       01  WS-AGE                      PIC S9(05) COMP-3 VALUE ZERO.
      *
      *    COMPLETENESS SUMS OVER THE DAYS THAT HAVE REACHED THE
      *    LONGEST LAG - THE COUNTRY'S AND ALL COUNTRIES' ***
       01  WS-CMP-WORK.
           03 WS-CMP-DAYS              PIC 9(05) COMP-3 VALUE ZERO.
           03 WS-CMP-AT-LAG            PIC S9(13) COMP-3
                                       OCCURS 6 TIMES.
           03 WS-CMP-FINAL             PIC S9(13) COMP-3 VALUE ZERO.
           03 WS-CMP-PCT               PIC S9(05)V9 COMP-3
                                       OCCURS 6 TIMES.
           03 WS-CMP-PCT-OK            PIC X(01) OCCURS 6 TIMES.
       01  WS-WLD-WORK.
           03 WS-WLD-DAYS              PIC 9(07) COMP-3 VALUE ZERO.
           03 WS-WLD-AT-LAG            PIC S9(15) COMP-3
                                       OCCURS 6 TIMES.
           03 WS-WLD-FINAL             PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-LIKELY-FINAL             PIC S9(11) COMP-3 VALUE ZERO.
      *
       01  WS-COUNTERS.
           03 WS-JOURNAL-READ          PIC 9(07) VALUE ZEROES.
           03 WS-JOURNAL-USED          PIC 9(07) VALUE ZEROES.
           03 WS-JOURNAL-ORPHANS       PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-LISTED           PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRIES-LISTED      PIC 9(05) VALUE ZEROES.
           03 WS-DAYS-FILLING          PIC 9(07) VALUE ZEROES.
           03 WS-TABLE-OVERFLOWS       PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2023'.
           03 FILLER                   PIC X(50) VALUE
                '*** REPORTING-DELAY TRIANGLE *** '.
      *
       01  WS-HEADER-PERIOD.
           03 FILLER                   PIC X(02).
           03 HP-FIGURE-O              PIC X(14).
           03 FILLER                   PIC X(12) VALUE ' REPORTED'.
           03 HP-START-DATE-O          PIC X(10).
           03 FILLER                   PIC X(04) VALUE ' TO '.
           03 HP-END-DATE-O            PIC X(10).
      *
       01  WS-HEADER-COUNTRY.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'COUNTRY'.
           03 HC-CODE-O                PIC X(05).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'REPORT DATE'.
           03 FILLER                   PIC X(12) VALUE '   +1 DAY'.
           03 FILLER                   PIC X(12) VALUE '   +2 DAYS'.
           03 FILLER                   PIC X(12) VALUE '   +3 DAYS'.
           03 FILLER                   PIC X(12) VALUE '   +7 DAYS'.
           03 FILLER                   PIC X(12) VALUE '  +14 DAYS'.
           03 FILLER                   PIC X(12) VALUE '  +30 DAYS'.
           03 FILLER                   PIC X(12) VALUE '  AS OF END'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-DATE-O                PIC X(10).
           03 D1-LAG-GROUP OCCURS 6 TIMES.
              05 FILLER                PIC X(02).
              05 D1-LAG-O              PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-FINAL-O               PIC -ZZZ,ZZZ,ZZ9.
      *
       01  WS-DETAILS-2.
           03 FILLER                   PIC X(02).
           03 D2-LABEL-O               PIC X(10).
           03 D2-PCT-GROUP OCCURS 6 TIMES.
              05 FILLER                PIC X(06).
              05 D2-PCT-O              PIC ZZZ9.9.
              05 FILLER                PIC X(02).
           03 FILLER                   PIC X(02).
           03 D2-DAYS-O                PIC X(20).
      *
       01  WS-HEADER-3.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'REPORT DATE'.
           03 FILLER                   PIC X(14) VALUE
                '    REPORTED'.
           03 FILLER                   PIC X(06) VALUE '   AGE'.
           03 FILLER                   PIC X(07) VALUE '   LAG'.
           03 FILLER                   PIC X(10) VALUE '  COMPL %'.
           03 FILLER                   PIC X(14) VALUE
                '  LIKELY FINAL'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'STATUS'.
      *
       01  WS-DETAILS-3.
           03 FILLER                   PIC X(02).
           03 D3-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D3-REPORTED-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(03).
           03 D3-AGE-O                 PIC ZZ9.
           03 FILLER                   PIC X(03).
           03 D3-LAG-O                 PIC X(04).
           03 FILLER                   PIC X(04).
           03 D3-PCT-O                 PIC ZZZ9.9.
           03 FILLER                   PIC X(02).
           03 D3-LIKELY-O              PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D3-STATUS-O              PIC X(12).
       01  WS-DAYS-O                   PIC ZZ,ZZ9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20211107090C' - THE LAST REPORT DATE, THE DAYS IN
      *    THE WINDOW AND THE FIGURE ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-END-DATE         PIC 9(08).
           03 LK-PARM-DAYS             PIC 9(03).
           03 LK-PARM-FIGURE           PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-END-DATE
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
           END-IF
           IF LK-PARM-LEN > 8 AND LK-PARM-DAYS NUMERIC
              MOVE LK-PARM-DAYS        TO WS-DAYS
           END-IF
           IF LK-PARM-LEN > 11 AND LK-PARM-FIGURE NOT = SPACE
              MOVE LK-PARM-FIGURE      TO WS-FIGURE
           END-IF
           IF WS-DAYS < 31 OR WS-DAYS > 366
              DISPLAY '*** ERROR days must be 31 to 366: ' WS-DAYS
              MOVE 8                   TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT WS-FIGURE-VALID
              DISPLAY '*** ERROR figure must be C or D: ' WS-FIGURE
              MOVE 8                   TO RETURN-CODE
              GOBACK
           END-IF
           CALL WS-DATE-PGM-NAME USING WS-END-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** ERROR date is not valid: ' WS-END-DATE
                      ' ' WS-DATECHK-MESSAGE
              MOVE 8                   TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (WS-END-DATE)
           COMPUTE WS-START-DATE =
              FUNCTION DATE-OF-INTEGER (WS-END-INT - WS-DAYS + 1)
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
           IF WS-FILE-ERROR-FOUND
              PERFORM RELEASE-FILE-LOCK
              GOBACK
           END-IF
           SORT SORT-FILE
              ON ASCENDING KEY SRT-KEY
              INPUT  PROCEDURE IS RELEASE-JOURNAL
              OUTPUT PROCEDURE IS BUILD-TRIANGLES
           PERFORM RELEASE-FILE-LOCK
           PERFORM WRITE-ALL-COUNTRIES
           CLOSE COVID19J-FILE COVID19D-FILE PRINT-LINE
           DISPLAY 'COVID19J lines READ: '          WS-JOURNAL-READ
           DISPLAY 'COVID19J lines IN WINDOW: '     WS-JOURNAL-USED
           DISPLAY 'COVID19J lines NO COVID19D: '   WS-JOURNAL-ORPHANS
           DISPLAY 'Countries LISTED: '             WS-COUNTRIES-LISTED
           DISPLAY 'Report dates LISTED: '          WS-DAYS-LISTED
           DISPLAY 'Recent days still FILLING IN: ' WS-DAYS-FILLING
           DISPLAY 'Table OVERFLOWS: '              WS-TABLE-OVERFLOWS
           IF WS-TABLE-OVERFLOWS > ZERO
              MOVE 4                   TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19J-FILE-STATUS: '
                          WS-COVID19J-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           IF WS-FIGURE-CASES
              MOVE 'NEW CONFIRMED'     TO HP-FIGURE-O
           ELSE
              MOVE 'NEW DEATHS'        TO HP-FIGURE-O
           END-IF
           MOVE WS-START-DATE          TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-START-DATE-O
           MOVE WS-END-DATE            TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-END-DATE-O
           WRITE PRINT-REC           FROM WS-HEADER-PERIOD
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                    TO WS-FILE-ERROR
           MOVE 16                     TO RETURN-CODE
           .
      *
       RELEASE-FILE-LOCK.
           MOVE 'RS'                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
      *    INPUT SIDE OF THE SORT: EVERY JOURNAL LINE FOR A DAY IN
      *    THE WINDOW THAT MOVED THE CHOSEN FIGURE. LINES RUN AFTER
      *    THE END DATE ARE KEPT - THEIR BEFORE IMAGE IS WHAT THE DAY
      *    SHOWED ON THE END DATE ***
       RELEASE-JOURNAL.
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19J-FILE
                 AT END MOVE 'Y'       TO WS-LAST-REC
                 NOT AT END
                    ADD 1              TO WS-JOURNAL-READ
                    IF JR-DATE >= WS-START-DATE AND
                       JR-DATE <= WS-END-DATE
                       PERFORM RELEASE-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       RELEASE-ONE-LINE.
           MOVE JR-CODE                TO SRT-CODE
           MOVE JR-DATE                TO SRT-DATE
           MOVE WS-JOURNAL-READ        TO SRT-SEQ
           MOVE JR-RUN-DATE            TO SRT-RUN-DATE
           IF WS-FIGURE-CASES
              MOVE JR-BEF-NEW-CONFIRMED TO SRT-BEF-VALUE
              MOVE JR-AFT-NEW-CONFIRMED TO SRT-AFT-VALUE
           ELSE
              MOVE JR-BEF-NEW-DEATHS   TO SRT-BEF-VALUE
              MOVE JR-AFT-NEW-DEATHS   TO SRT-AFT-VALUE
           END-IF
           IF SRT-BEF-VALUE = SRT-AFT-VALUE
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-JOURNAL-USED
           RELEASE SORT-REC
           .
      *
      *    OUTPUT SIDE OF THE SORT: ONE FORWARD PASS OF COVID19D,
      *    THE SORTED JOURNAL ADVANCED IN STEP. A JOURNAL KEY BEHIND
      *    THE MASTER IS A DAY SINCE DELETED AND IS PASSED OVER ***
       BUILD-TRIANGLES.
           PERFORM RETURN-SORTED-NEXT
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM READ-COVID19D-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF CV-CODE NOT = WS-CURR-CODE
                 IF WS-DAY-COUNT > ZERO
                    PERFORM WRITE-ONE-COUNTRY
                 END-IF
                 MOVE CV-CODE          TO WS-CURR-CODE
              END-IF
              IF CV-DATE >= WS-START-DATE AND CV-DATE <= WS-END-DATE
                 PERFORM COLLECT-REWRITES
                 PERFORM STORE-ONE-DAY
              END-IF
              PERFORM READ-COVID19D-NEXT
           END-PERFORM
           IF WS-DAY-COUNT > ZERO
              PERFORM WRITE-ONE-COUNTRY
           END-IF
           PERFORM UNTIL WS-SORT-EOF-OK
              ADD 1                    TO WS-JOURNAL-ORPHANS
              PERFORM RETURN-SORTED-NEXT
           END-PERFORM
           .
      *
       READ-COVID19D-NEXT.
           READ COVID19D-FILE NEXT RECORD
              AT END MOVE 'Y'          TO WS-LAST-REC
           END-READ
           .
      *
       RETURN-SORTED-NEXT.
           RETURN SORT-FILE INTO WS-JRN-REC
              AT END
                 MOVE 'Y'              TO WS-SORT-EOF
                 MOVE HIGH-VALUES      TO WS-JRN-CODE-DATE
           END-RETURN
           .
      *
       COLLECT-REWRITES.
           MOVE ZERO                   TO WS-ENT-COUNT
           PERFORM UNTIL WS-JRN-CODE-DATE >= CV-CODE-DATE
              ADD 1                    TO WS-JOURNAL-ORPHANS
              PERFORM RETURN-SORTED-NEXT
           END-PERFORM
           PERFORM UNTIL WS-JRN-CODE-DATE NOT = CV-CODE-DATE
              IF WS-ENT-COUNT < 200
                 ADD 1                 TO WS-ENT-COUNT
                 MOVE WS-JRN-RUN-DATE  TO WS-ENT-RUN-DATE (WS-ENT-COUNT)
                 MOVE WS-JRN-BEF-VALUE
                                  TO WS-ENT-BEF-VALUE (WS-ENT-COUNT)
                 MOVE WS-JRN-AFT-VALUE
                                  TO WS-ENT-AFT-VALUE (WS-ENT-COUNT)
              ELSE
                 DISPLAY '*** WARNING: rewrite table full at '
                         CV-CODE ' ' CV-DATE
                 ADD 1                 TO WS-TABLE-OVERFLOWS
              END-IF
              PERFORM RETURN-SORTED-NEXT
           END-PERFORM
           IF WS-FIGURE-CASES
              MOVE CV-NEW-CONFIRMED    TO WS-MASTER-VALUE
           ELSE
              MOVE CV-NEW-DEATHS       TO WS-MASTER-VALUE
           END-IF
           .
      *
      *    THE DAY'S FIGURE AT EACH LAG IT HAS REACHED BY THE END
      *    DATE, AND AS OF THE END DATE ITSELF ***
       STORE-ONE-DAY.
           IF WS-DAY-COUNT >= 366
              ADD 1                    TO WS-TABLE-OVERFLOWS
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-DAY-COUNT
           MOVE WS-DAY-COUNT           TO WS-DX
           MOVE CV-DATE                TO WS-DY-DATE (WS-DX)
           COMPUTE WS-DY-INT (WS-DX) =
              FUNCTION INTEGER-OF-DATE (WS-DY-DATE (WS-DX))
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > 6
              MOVE ZERO        TO WS-DY-LAG-VALUE (WS-DX, WS-LAG-SUB)
              IF WS-DY-INT (WS-DX) + WS-LAG-DAYS (WS-LAG-SUB)
                 <= WS-END-INT
                 COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-DY-INT (WS-DX) + WS-LAG-DAYS (WS-LAG-SUB))
                 PERFORM FIGURE-AS-OF
                 MOVE WS-AS-OF-VALUE
                               TO WS-DY-LAG-VALUE (WS-DX, WS-LAG-SUB)
              END-IF
           END-PERFORM
           MOVE WS-END-DATE            TO WS-CUTOFF-DATE
           PERFORM FIGURE-AS-OF
           MOVE WS-AS-OF-VALUE         TO WS-DY-FINAL (WS-DX)
           .
      *
      *    THE FIGURE ON FILE AT THE END OF THE CUTOFF DATE: THE
      *    AFTER IMAGE OF THE LAST REWRITE RUN BY THEN, ELSE THE
      *    BEFORE IMAGE OF THE FIRST; A DAY NEVER REWRITTEN HAS ONLY
      *    EVER HAD ITS FIGURE ON FILE NOW ***
       FIGURE-AS-OF.
           MOVE WS-MASTER-VALUE        TO WS-AS-OF-VALUE
           IF WS-ENT-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENT-BEF-VALUE (1)   TO WS-AS-OF-VALUE
           PERFORM VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-ENT-COUNT
                 OR WS-ENT-RUN-DATE (WS-EX) > WS-CUTOFF-DATE
              MOVE WS-ENT-AFT-VALUE (WS-EX) TO WS-AS-OF-VALUE
           END-PERFORM
           .
      *
       WRITE-ONE-COUNTRY.
           MOVE SPACES                 TO WS-HEADER-COUNTRY PRINT-REC
           WRITE PRINT-REC
           MOVE WS-CURR-CODE           TO HC-CODE-O
           WRITE PRINT-REC           FROM WS-HEADER-COUNTRY
           WRITE PRINT-REC           FROM WS-HEADER-2
           INITIALIZE WS-CMP-WORK
           PERFORM VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > WS-DAY-COUNT
              PERFORM WRITE-ONE-DAY
              IF WS-DY-INT (WS-DX) + WS-LAG-DAYS (6) <= WS-END-INT
                 PERFORM ADD-TO-COMPLETENESS
              END-IF
           END-PERFORM
           PERFORM COMPUTE-COMPLETENESS
           MOVE SPACES                 TO WS-DETAILS-2
           MOVE 'COMPL %'              TO D2-LABEL-O
           PERFORM WRITE-COMPLETENESS
           PERFORM WRITE-LIKELY-FINAL
           ADD 1                       TO WS-COUNTRIES-LISTED
           MOVE ZERO                   TO WS-DAY-COUNT
           .
      *
       WRITE-ONE-DAY.
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-DY-DATE (WS-DX)     TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO D1-DATE-O
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > 6
              IF WS-DY-INT (WS-DX) + WS-LAG-DAYS (WS-LAG-SUB)
                 <= WS-END-INT
                 MOVE WS-DY-LAG-VALUE (WS-DX, WS-LAG-SUB)
                                       TO D1-LAG-O (WS-LAG-SUB)
              END-IF
           END-PERFORM
           MOVE WS-DY-FINAL (WS-DX)    TO D1-FINAL-O
           WRITE PRINT-REC           FROM WS-DETAILS-1
           ADD 1                       TO WS-DAYS-LISTED
           .
      *
       ADD-TO-COMPLETENESS.
           ADD 1                       TO WS-CMP-DAYS WS-WLD-DAYS
           ADD WS-DY-FINAL (WS-DX)     TO WS-CMP-FINAL WS-WLD-FINAL
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > 6
              ADD WS-DY-LAG-VALUE (WS-DX, WS-LAG-SUB)
                                 TO WS-CMP-AT-LAG (WS-LAG-SUB)
                                    WS-WLD-AT-LAG (WS-LAG-SUB)
           END-PERFORM
           .
      *
      *    FIGURE AT THE LAG OVER FIGURE NOW, SUMMED OVER THE DAYS -
      *    NOTHING TO SAY WHEN THOSE DAYS ADD UP TO NOTHING ***
       COMPUTE-COMPLETENESS.
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > 6
              MOVE 'N'                 TO WS-CMP-PCT-OK (WS-LAG-SUB)
              MOVE ZERO                TO WS-CMP-PCT (WS-LAG-SUB)
              IF WS-CMP-FINAL > ZERO AND
                 WS-CMP-AT-LAG (WS-LAG-SUB) >= ZERO
                 COMPUTE WS-CMP-PCT (WS-LAG-SUB) ROUNDED =
                    WS-CMP-AT-LAG (WS-LAG-SUB) * 100 / WS-CMP-FINAL
                 MOVE 'Y'              TO WS-CMP-PCT-OK (WS-LAG-SUB)
              END-IF
           END-PERFORM
           .
      *
       WRITE-COMPLETENESS.
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > 6
              IF WS-CMP-PCT-OK (WS-LAG-SUB) = 'Y'
                 MOVE WS-CMP-PCT (WS-LAG-SUB) TO D2-PCT-O (WS-LAG-SUB)
              END-IF
           END-PERFORM
           MOVE WS-CMP-DAYS            TO WS-DAYS-O
           STRING 'OVER' WS-DAYS-O ' DAYS' DELIMITED BY SIZE
                                     INTO D2-DAYS-O
           WRITE PRINT-REC           FROM WS-DETAILS-2
           .
      *
      *    THE LAST 14 DAYS: THE FIGURE NOW OVER THE COMPLETENESS AT
      *    THE LONGEST LAG THE DAY HAS REACHED (THE 1-DAY LAG FOR A
      *    DAY REPORTED ON THE END DATE ITSELF) ***
       WRITE-LIKELY-FINAL.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-3
           PERFORM VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > WS-DAY-COUNT
              COMPUTE WS-AGE = WS-END-INT - WS-DY-INT (WS-DX)
              IF WS-AGE < 14
                 PERFORM WRITE-ONE-RECENT-DAY
              END-IF
           END-PERFORM
           .
      *
       WRITE-ONE-RECENT-DAY.
           MOVE 1                      TO WS-LAG-USED
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > 6
              IF WS-LAG-DAYS (WS-LAG-SUB) <= WS-AGE
                 MOVE WS-LAG-SUB       TO WS-LAG-USED
              END-IF
           END-PERFORM
           MOVE SPACES                 TO WS-DETAILS-3
           MOVE WS-DY-DATE (WS-DX)     TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO D3-DATE-O
           MOVE WS-DY-FINAL (WS-DX)    TO D3-REPORTED-O
           MOVE WS-AGE                 TO D3-AGE-O
           MOVE '+'                    TO D3-LAG-O (1:1)
           MOVE WS-LAG-DAYS (WS-LAG-USED) TO WS-DAYS-O
           MOVE WS-DAYS-O (5:2)        TO D3-LAG-O (2:2)
           IF WS-CMP-PCT-OK (WS-LAG-USED) NOT = 'Y' OR
              WS-CMP-PCT (WS-LAG-USED) = ZERO
              MOVE WS-DY-FINAL (WS-DX) TO D3-LIKELY-O
              MOVE 'NO HISTORY'        TO D3-STATUS-O
              ADD 1                    TO WS-DAYS-FILLING
              WRITE PRINT-REC        FROM WS-DETAILS-3
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-PCT (WS-LAG-USED) TO D3-PCT-O
           IF WS-AGE > ZERO AND
              WS-CMP-PCT (WS-LAG-USED) >= WS-COMPLETE-PCT
              MOVE WS-DY-FINAL (WS-DX) TO D3-LIKELY-O
              MOVE 'COMPLETE'          TO D3-STATUS-O
           ELSE
              COMPUTE WS-LIKELY-FINAL ROUNDED =
                 WS-DY-FINAL (WS-DX) * 100 / WS-CMP-PCT (WS-LAG-USED)
              MOVE WS-LIKELY-FINAL     TO D3-LIKELY-O
              MOVE 'FILLING IN'        TO D3-STATUS-O
              ADD 1                    TO WS-DAYS-FILLING
           END-IF
           WRITE PRINT-REC           FROM WS-DETAILS-3
           .
      *
      *    THE SAME COMPLETENESS OVER EVERY COUNTRY'S MATURE DAYS ***
       WRITE-ALL-COUNTRIES.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-2
           MOVE WS-WLD-FINAL           TO WS-CMP-FINAL
           MOVE WS-WLD-DAYS            TO WS-CMP-DAYS
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > 6
              MOVE WS-WLD-AT-LAG (WS-LAG-SUB)
                                 TO WS-CMP-AT-LAG (WS-LAG-SUB)
           END-PERFORM
           PERFORM COMPUTE-COMPLETENESS
           MOVE SPACES                 TO WS-DETAILS-2
           MOVE 'ALL COMPL%'           TO D2-LABEL-O
           PERFORM WRITE-COMPLETENESS
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
