      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1998.
       AUTHOR.         GEORGES B.
      *    Monthly vendor performance scorecard: the hard numbers for
      *    a renegotiation, pulled together from the four files they
      *    are scattered across, for the 12 months ending with the
      *    month asked for:
      *      - FEEDARRV (COV1985): per feed per day, an arrival with
      *        no LATE check before it is on time, an arrival after a
      *        LATE check is late, a LATE check never followed by an
      *        arrival that day is a missing delivery
      *      - COVID19AU (COV1901): rows read per feed, and the
      *        repeat deliveries the fingerprint check caught
      *        (refused or forced through)
      *      - COVID19E: reject counts by reason code
      *      - COVID19J: vendor restatements (COV1901 update mode and
      *        the COV1968 backfill - not merges or manual
      *        adjustments), counted as restated days plus the total
      *        absolute movement of NEW CONFIRMED and NEW DEATHS
      *    Rejects and restatements carry only the SUB0009 run
      *    number; the COVID19AU line of that run names the feed. A
      *    run that loaded several feeds is booked to MULTI-FEED RUN,
      *    a line with no audited run to UNATTRIBUTED.
      *    Each feed gets one page - a line per month with a score
      *    and a grade, the rejects by reason code month by month,
      *    and a trend verdict comparing the recent six months with
      *    the six before. Where the feed name identifies a vendor
      *    (the lead token of the file name, up to the first '_',
      *    '-' or '.') a vendor page sums all its feeds the same way.
      *    Score: 100 less 10 per missing delivery, 4 per late one, 5
      *    per repeat delivery, 2 per point of reject percentage and
      *    1 per 10 restated days (at most 20); A 90+, B 80+, C 70+,
      *    D 60+, else F. Return code 4 when any feed grades F in the
      *    closing month ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   FEEDARRV-FILE       ASSIGN FEEDARRV
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-FEEDARRV-STATUS
           .
           SELECT   COVID19AU-FILE      ASSIGN COVID19AU
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19AU-STATUS
           .
           SELECT   COVID19E-FILE       ASSIGN COVID19E
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19E-STATUS
           .
           SELECT   COVID19J-FILE       ASSIGN COVID19J
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19J-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
      *    SAME LAYOUT COV1985'S WRITE-ARRIVAL-LOG LEAVES ***
       FD  FEEDARRV-FILE
           RECORDING MODE IS F
           .
       01  FEEDARRV-REC.
           03 FA-CHECK-DATE            PIC 9(08).
           03 FILLER                   PIC X(01).
           03 FA-CHECK-TIME            PIC 9(06).
           03 FILLER                   PIC X(01).
           03 FA-FEED-NAME             PIC X(40).
           03 FILLER                   PIC X(01).
           03 FA-STATUS                PIC X(01).
           03 FILLER                   PIC X(01).
           03 FA-EXPECT-TIME           PIC 9(06).
      *
      *    SAME LAYOUT COV1901'S WRITE-AUDIT-REC LEAVES ***
       FD  COVID19AU-FILE
           RECORDING MODE IS F
           .
       01  COVID19AU-REC.
           03 AU-RUN-DATE              PIC 9(08).
           03 FILLER                  PIC X(01).
           03 AU-RUN-TIME              PIC 9(06).
           03 FILLER                  PIC X(01).
           03 AU-OPTION                PIC X(01).
           03 FILLER                  PIC X(01).
           03 AU-CSV-READ              PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-CSV-REJECTED          PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-COUNTRYS-INSERTED     PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-COUNTRYS-UPDATED      PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-COUNTRYS-DUPLICATE    PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-COVID19D-INSERTED     PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-COVID19D-UPDATED      PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-RECONCILE-MISMATCHES  PIC 9(05).
           03 FILLER                  PIC X(01).
           03 AU-RETURN-CODE           PIC 9(03).
           03 FILLER                  PIC X(01).
           03 AU-FILE-NAME             PIC X(40).
           03 FILLER                  PIC X(01).
           03 AU-ROW-COUNT             PIC 9(07).
           03 FILLER                  PIC X(01).
           03 AU-FILE-HASH             PIC 9(09).
           03 FILLER                  PIC X(01).
           03 AU-RUN-NUMBER            PIC 9(06).
           03 FILLER                  PIC X(01).
           03 AU-DUP-OUTCOME           PIC X(01).
      *
       FD  COVID19E-FILE.
       COPY COVID19E REPLACING       ==:TAG1:== BY ==COVID19E==
                                     ==:TAG2:== BY ==CVE==.
      *
       FD  COVID19J-FILE.
       COPY COVID19J REPLACING       ==:TAG1:== BY ==COVID19J==
                                     ==:TAG2:== BY ==JR==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-FEEDARRV-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19AU-STATUS      PIC 99 VALUE ZEROS.
           03 WS-COVID19E-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19J-STATUS       PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FOUND                 PIC X VALUE SPACE.
            88 WS-FOUND-YES            VALUE 'Y'.
           03 WS-SWAPPED               PIC X VALUE SPACE.
            88 WS-SWAPPED-YES          VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-END-MONTH             PIC 9(06) VALUE ZEROES.
           03 WS-END-MONTH-R REDEFINES WS-END-MONTH.
              05 WS-END-YEAR           PIC 9(04).
              05 WS-END-MON            PIC 9(02).
      *
      *    MONTHS AS A RUNNING NUMBER (YEAR * 12 + MONTH - 1) SO THE
      *    WINDOW CAN CROSS A YEAR END; SLOT 1 IS THE OLDEST MONTH ***
       01  WS-MONTH-WORK.
           03 WS-FIRST-MONTH-NO        PIC 9(06) VALUE ZEROES.
           03 WS-LAST-MONTH-NO         PIC 9(06) VALUE ZEROES.
           03 WS-THIS-MONTH-NO         PIC 9(06) VALUE ZEROES.
           03 WS-MON-SLOT              PIC 9(02) VALUE ZEROES.
           03 WS-WORK-DATE             PIC 9(08) VALUE ZEROES.
           03 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
              05 WS-WORK-YEAR          PIC 9(04).
              05 WS-WORK-MON           PIC 9(02).
              05 WS-WORK-DAY           PIC 9(02).
       01  WS-MONTH-LABELS.
           03 WS-MONTH-LABEL OCCURS 12 TIMES
                                       PIC X(07).
      *
      *    ONE SCORECARD ENTITY PER FEED ('F') AND PER VENDOR ('V').
      *    EACH HOLDS 12 MONTH CELLS AND UP TO 12 REJECT REASON CODES
      *    COUNTED MONTH BY MONTH - A 13TH CODE GOES UNDER OTHR ***
       01  WS-EN-MAX                   PIC 9(03) VALUE 60.
       01  WS-EN-COUNT                 PIC 9(03) VALUE ZEROES.
       01  WS-EN-TABLE.
           03 WS-EN-ENTRY OCCURS 60 TIMES
                          INDEXED BY WS-EN-IDX WS-EN-IDX2.
              05 WS-EN-TYPE            PIC X(01).
              05 WS-EN-NAME            PIC X(40).
              05 WS-EN-VENDOR          PIC X(10).
              05 WS-EN-MONTH OCCURS 12 TIMES.
                 07 WS-EN-ARRIVED      PIC 9(07) COMP-3.
                 07 WS-EN-LATE         PIC 9(07) COMP-3.
                 07 WS-EN-MISSING      PIC 9(07) COMP-3.
                 07 WS-EN-DUPS         PIC 9(07) COMP-3.
                 07 WS-EN-READ         PIC 9(09) COMP-3.
                 07 WS-EN-REJECTED     PIC 9(09) COMP-3.
                 07 WS-EN-RESTATED     PIC 9(07) COMP-3.
                 07 WS-EN-MOVEMENT     PIC 9(11) COMP-3.
                 07 WS-EN-SCORE        PIC S9(03) COMP-3.
                 07 WS-EN-GRADE        PIC X(01).
              05 WS-EN-RSN-COUNT       PIC 9(02).
              05 WS-EN-RSN OCCURS 12 TIMES.
                 07 WS-EN-RSN-CODE     PIC X(04).
                 07 WS-EN-RSN-CNT OCCURS 12 TIMES
                                       PIC 9(07) COMP-3.
       01  WS-EN-HOLD                  PIC X(1145).
      *
      *    ONE FEED'S MOVEMENT FOR ONE MONTH, BOOKED TO THE FEED AND
      *    TO ITS VENDOR BY ADD-TO-SCORECARD ***
       01  WS-ACC.
           03 WS-ACC-FEED              PIC X(40).
           03 WS-ACC-VENDOR            PIC X(10).
           03 WS-ACC-ARRIVED           PIC 9(07) COMP-3.
           03 WS-ACC-LATE              PIC 9(07) COMP-3.
           03 WS-ACC-MISSING           PIC 9(07) COMP-3.
           03 WS-ACC-DUPS              PIC 9(07) COMP-3.
           03 WS-ACC-READ              PIC 9(09) COMP-3.
           03 WS-ACC-REJECTED          PIC 9(09) COMP-3.
           03 WS-ACC-RESTATED          PIC 9(07) COMP-3.
           03 WS-ACC-MOVEMENT          PIC 9(11) COMP-3.
           03 WS-ACC-REASON            PIC X(04).
       01  WS-FIND-TYPE                PIC X(01).
       01  WS-FIND-NAME                PIC X(40).
       01  WS-RSN-SUB                  PIC 9(02).
       01  WS-MON-SUB                  PIC 9(02).
      *
      *    VENDOR FROM A FEED NAME - THE FILE NAME PART AFTER THE
      *    LAST '/', CUT AT THE FIRST '_', '-' OR '.' ***
       01  WS-VENDOR-WORK.
           03 WS-BASE-NAME             PIC X(40).
           03 WS-SLASH-POS             PIC 9(02).
           03 WS-NAME-POS              PIC 9(02).
           03 WS-VENDOR-TOKEN          PIC X(40).
           03 WS-VENDOR-DELIM          PIC X(01).
      *
      *    SUB0009 RUN NUMBER TO FEED, OFF THE COVID19AU LINES IN THE
      *    WINDOW ***
       01  WS-RUN-MAX                  PIC 9(04) VALUE 3000.
       01  WS-RUN-COUNT                PIC 9(04) VALUE ZEROES.
       01  WS-RUN-TABLE.
           03 WS-RUN-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-RUN-IDX.
              05 WS-RUN-NUMBER         PIC 9(06).
              05 WS-RUN-FEED           PIC X(40).
       01  WS-LOOKUP-RUN               PIC 9(06).
      *
      *    ONE DAY OF FEEDARRV CHECKS - THE LOG IS APPENDED IN TIME
      *    ORDER, SO A DATE CHANGE CLOSES THE DAY ***
       01  WS-DAY-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-DAY-COUNT                PIC 9(03) VALUE ZEROES.
       01  WS-DAY-TABLE.
           03 WS-DAY-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-DAY-IDX.
              05 WS-DAY-FEED           PIC X(40).
              05 WS-DAY-LATE           PIC X(01).
              05 WS-DAY-ARRIVED        PIC X(01).
      *
       01  WS-SCORE-WORK.
           03 WS-REJ-PCT               PIC 9(03)V9 VALUE ZEROES.
           03 WS-PENALTY               PIC 9(05) VALUE ZEROES.
           03 WS-RESTATE-PENALTY       PIC 9(05) VALUE ZEROES.
           03 WS-RECENT-SUM            PIC 9(05) VALUE ZEROES.
           03 WS-RECENT-N              PIC 9(02) VALUE ZEROES.
           03 WS-EARLY-SUM             PIC 9(05) VALUE ZEROES.
           03 WS-EARLY-N               PIC 9(02) VALUE ZEROES.
           03 WS-RECENT-AVG            PIC 9(03)V9 VALUE ZEROES.
           03 WS-EARLY-AVG             PIC 9(03)V9 VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-ARRV-READ             PIC 9(07) VALUE ZEROES.
           03 WS-AUDIT-READ            PIC 9(07) VALUE ZEROES.
           03 WS-REJECTS-READ          PIC 9(07) VALUE ZEROES.
           03 WS-JOURNAL-READ          PIC 9(07) VALUE ZEROES.
           03 WS-PAGES-WRITTEN         PIC 9(05) VALUE ZEROES.
           03 WS-FEEDS-FAILED          PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1998'.
           03 FILLER                   PIC X(50) VALUE
                '*** VENDOR PERFORMANCE SCORECARD *** '.
           03 FILLER                   PIC X(16) VALUE
                '12 MONTHS TO '.
           03 H1-END-MONTH-O           PIC X(07).
      *
       01  WS-HEADER-ENTITY.
           03 FILLER                   PIC X(02).
           03 HE-TYPE-O                PIC X(08).
           03 HE-NAME-O                PIC X(40).
           03 FILLER                   PIC X(02).
           03 HE-VENDOR-LBL-O          PIC X(08).
           03 HE-VENDOR-O              PIC X(10).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'MONTH'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'ARRIVED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE ' LATE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE ' MISS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE ' DUPS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(11) VALUE '  ROWS READ'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE ' REJECTED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE ' REJ %'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'RESTATED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(13) VALUE
                '     MOVEMENT'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'SCORE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'GRADE'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-MONTH-O               PIC X(07).
           03 FILLER                   PIC X(02).
           03 D1-ARRIVED-O             PIC ZZZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-LATE-O                PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-MISSING-O             PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-DUPS-O                PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-READ-O                PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-REJECTED-O            PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-REJ-PCT-O             PIC ZZZ9.9.
           03 FILLER                   PIC X(02).
           03 D1-RESTATED-O            PIC ZZZZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-MOVEMENT-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(04).
           03 D1-SCORE-O               PIC ZZ9.
           03 D1-SCORE-X REDEFINES D1-SCORE-O
                                       PIC X(03).
           03 FILLER                   PIC X(06).
           03 D1-GRADE-O               PIC X(01).
      *
       01  WS-HEADER-3.
           03 FILLER                   PIC X(02).
           03 H3-TITLE-O               PIC X(14).
           03 H3-MONTH-O OCCURS 12 TIMES.
              05 FILLER                PIC X(01).
              05 H3-LABEL-O            PIC X(07).
      *
       01  WS-DETAILS-2.
           03 FILLER                   PIC X(02).
           03 D2-REASON-O              PIC X(14).
           03 D2-MONTH-O OCCURS 12 TIMES.
              05 FILLER                PIC X(01).
              05 D2-COUNT-O            PIC ZZZZZZ9.
      *
       01  WS-DETAILS-3.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'TREND'.
           03 D3-VERDICT-O             PIC X(15).
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(16) VALUE
                'RECENT 6 AVG'.
           03 D3-RECENT-O              PIC ZZ9.9.
           03 D3-RECENT-X REDEFINES D3-RECENT-O
                                       PIC X(05).
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(16) VALUE
                'PRIOR 6 AVG'.
           03 D3-EARLY-O               PIC ZZ9.9.
           03 D3-EARLY-X REDEFINES D3-EARLY-O
                                       PIC X(05).
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
              DISPLAY '*** Last month of the scorecard YYYYMM: '
              ACCEPT WS-END-MONTH
           END-IF
           IF WS-END-MONTH NOT NUMERIC OR WS-END-MON < 1
              OR WS-END-MON > 12 OR WS-END-YEAR < 1900
              DISPLAY '*** ERROR Month is Missing or not Valid'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-UP-WINDOW
           PERFORM LOAD-AUDIT-LOG
           PERFORM LOAD-ARRIVAL-LOG
           PERFORM LOAD-REJECTS
           PERFORM LOAD-JOURNAL
           PERFORM SCORE-ALL-ENTITIES
           PERFORM SORT-ENTITIES
           OPEN OUTPUT PRINT-LINE
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
              UNTIL WS-EN-IDX > WS-EN-COUNT
              PERFORM PRINT-ONE-ENTITY
           END-PERFORM
           IF WS-EN-COUNT = ZERO
              MOVE SPACES            TO PRINT-REC
              WRITE PRINT-REC      FROM WS-HEADER-1
              MOVE '  NO FEED ACTIVITY IN THE 12 MONTHS'
                                     TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           CLOSE PRINT-LINE
           DISPLAY 'FEEDARRV lines READ: '      WS-ARRV-READ
           DISPLAY 'COVID19AU lines READ: '     WS-AUDIT-READ
           DISPLAY 'COVID19E lines READ: '      WS-REJECTS-READ
           DISPLAY 'COVID19J lines READ: '      WS-JOURNAL-READ
           DISPLAY 'Scorecard pages WRITTEN: '  WS-PAGES-WRITTEN
           DISPLAY 'Feeds graded F in '         H1-END-MONTH-O
                   ': '                         WS-FEEDS-FAILED
           IF WS-FEEDS-FAILED > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    THE 12 MONTHS ENDING WITH THE PARM MONTH, AND THEIR
      *    YYYY-MM LABELS ***
       SET-UP-WINDOW.
           COMPUTE WS-LAST-MONTH-NO =
              WS-END-YEAR * 12 + WS-END-MON - 1
           COMPUTE WS-FIRST-MONTH-NO = WS-LAST-MONTH-NO - 11
           MOVE WS-END-MONTH (1:4)   TO H1-END-MONTH-O (1:4)
           MOVE '-'                  TO H1-END-MONTH-O (5:1)
           MOVE WS-END-MONTH (5:2)   TO H1-END-MONTH-O (6:2)
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              COMPUTE WS-THIS-MONTH-NO =
                 WS-FIRST-MONTH-NO + WS-MON-SUB - 1
              DIVIDE WS-THIS-MONTH-NO BY 12
                 GIVING WS-WORK-YEAR REMAINDER WS-WORK-MON
              ADD 1                  TO WS-WORK-MON
              MOVE WS-WORK-YEAR      TO
                                  WS-MONTH-LABEL (WS-MON-SUB) (1:4)
              MOVE '-'               TO
                                  WS-MONTH-LABEL (WS-MON-SUB) (5:1)
              MOVE WS-WORK-MON       TO
                                  WS-MONTH-LABEL (WS-MON-SUB) (6:2)
           END-PERFORM
           .
      *
      *    WS-WORK-DATE TO ITS WINDOW SLOT - ZERO WHEN OUTSIDE ***
       FIND-MONTH-SLOT.
           MOVE ZERO                 TO WS-MON-SLOT
           IF WS-WORK-DATE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-THIS-MONTH-NO =
              WS-WORK-YEAR * 12 + WS-WORK-MON - 1
           IF WS-THIS-MONTH-NO >= WS-FIRST-MONTH-NO AND
              WS-THIS-MONTH-NO <= WS-LAST-MONTH-NO
              COMPUTE WS-MON-SLOT =
                 WS-THIS-MONTH-NO - WS-FIRST-MONTH-NO + 1
           END-IF
           .
      *
       CLEAR-ACC.
           MOVE SPACES               TO WS-ACC-FEED WS-ACC-REASON
           MOVE ZEROES               TO WS-ACC-ARRIVED WS-ACC-LATE
                                         WS-ACC-MISSING WS-ACC-DUPS
                                         WS-ACC-READ WS-ACC-REJECTED
                                         WS-ACC-RESTATED
                                         WS-ACC-MOVEMENT
           .
      *
      *    COVID19AU - ROWS READ AND REPEAT DELIVERIES PER FEED, AND
      *    THE RUN-TO-FEED MAP THE REJECTS AND JOURNAL NEED. LINES
      *    THAT PREDATE THE FILE NAME ARE SKIPPED ***
       LOAD-AUDIT-LOG.
           OPEN INPUT COVID19AU-FILE
           IF WS-COVID19AU-STATUS > 0
              DISPLAY '*** COVID19AU not available, status: '
                          WS-COVID19AU-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19AU-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    ADD 1            TO WS-AUDIT-READ
                    PERFORM BOOK-ONE-AUDIT-LINE
              END-READ
           END-PERFORM
           CLOSE COVID19AU-FILE
           .
      *
       BOOK-ONE-AUDIT-LINE.
           IF AU-FILE-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE AU-RUN-DATE          TO WS-WORK-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MON-SLOT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACC
           MOVE AU-FILE-NAME         TO WS-ACC-FEED
           IF AU-CSV-READ NUMERIC
              MOVE AU-CSV-READ       TO WS-ACC-READ
           END-IF
           IF AU-DUP-OUTCOME = 'R' OR AU-DUP-OUTCOME = 'F'
              MOVE 1                 TO WS-ACC-DUPS
           END-IF
           PERFORM ADD-TO-SCORECARD
           IF AU-RUN-NUMBER NUMERIC AND AU-RUN-NUMBER > ZERO
              PERFORM MAP-RUN-TO-FEED
           END-IF
           .
      *
      *    A RUN SEEN WITH A SECOND FEED NAME BECOMES A MULTI-FEED
      *    RUN - ITS REJECTS AND RESTATEMENTS CANNOT BE SPLIT ***
       MAP-RUN-TO-FEED.
           MOVE AU-RUN-NUMBER        TO WS-LOOKUP-RUN
           PERFORM FIND-RUN
           IF WS-FOUND-YES
              IF WS-RUN-FEED (WS-RUN-IDX) NOT = AU-FILE-NAME
                 MOVE 'MULTI-FEED RUN' TO WS-RUN-FEED (WS-RUN-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT >= WS-RUN-MAX
              DISPLAY '*** Run table full, run not mapped: '
                          AU-RUN-NUMBER
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-RUN-COUNT
           SET WS-RUN-IDX            TO WS-RUN-COUNT
           MOVE AU-RUN-NUMBER        TO WS-RUN-NUMBER (WS-RUN-IDX)
           MOVE AU-FILE-NAME         TO WS-RUN-FEED (WS-RUN-IDX)
           .
      *
       FIND-RUN.
           MOVE 'N'                  TO WS-FOUND
           IF WS-RUN-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           SET WS-RUN-IDX            TO 1
           SEARCH WS-RUN-ENTRY VARYING WS-RUN-IDX
              AT END
                 CONTINUE
              WHEN WS-RUN-IDX > WS-RUN-COUNT
                 CONTINUE
              WHEN WS-RUN-NUMBER (WS-RUN-IDX) = WS-LOOKUP-RUN
                 MOVE 'Y'            TO WS-FOUND
           END-SEARCH
           .
      *
      *    THE FEED A REJECT OR JOURNAL LINE'S RUN NUMBER BELONGS TO ***
       FEED-OF-RUN.
           MOVE 'UNATTRIBUTED'       TO WS-ACC-FEED
           IF WS-LOOKUP-RUN = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RUN
           IF WS-FOUND-YES
              MOVE WS-RUN-FEED (WS-RUN-IDX) TO WS-ACC-FEED
           END-IF
           .
      *
      *    FEEDARRV - ONE DAY AT A TIME ***
       LOAD-ARRIVAL-LOG.
           OPEN INPUT FEEDARRV-FILE
           IF WS-FEEDARRV-STATUS > 0
              DISPLAY '*** FEEDARRV not available, status: '
                          WS-FEEDARRV-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           MOVE ZEROES               TO WS-DAY-DATE WS-DAY-COUNT
           PERFORM UNTIL WS-LAST-REC-YES
              READ FEEDARRV-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    ADD 1            TO WS-ARRV-READ
                    PERFORM NOTE-ONE-ARRIVAL-CHECK
              END-READ
           END-PERFORM
           PERFORM CLOSE-ARRIVAL-DAY
           CLOSE FEEDARRV-FILE
           .
      *
      *    PENDING CHECKS SAY NOTHING YET - ONLY A AND L COUNT ***
       NOTE-ONE-ARRIVAL-CHECK.
           IF FA-STATUS NOT = 'A' AND FA-STATUS NOT = 'L'
              EXIT PARAGRAPH
           END-IF
           IF FA-CHECK-DATE NOT = WS-DAY-DATE
              PERFORM CLOSE-ARRIVAL-DAY
              MOVE FA-CHECK-DATE     TO WS-DAY-DATE
           END-IF
           MOVE 'N'                  TO WS-FOUND
           IF WS-DAY-COUNT > ZERO
              SET WS-DAY-IDX         TO 1
              SEARCH WS-DAY-ENTRY VARYING WS-DAY-IDX
                 AT END
                    CONTINUE
                 WHEN WS-DAY-IDX > WS-DAY-COUNT
                    CONTINUE
                 WHEN WS-DAY-FEED (WS-DAY-IDX) = FA-FEED-NAME
                    MOVE 'Y'         TO WS-FOUND
              END-SEARCH
           END-IF
           IF NOT WS-FOUND-YES
              IF WS-DAY-COUNT >= 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1                  TO WS-DAY-COUNT
              SET WS-DAY-IDX         TO WS-DAY-COUNT
              MOVE FA-FEED-NAME      TO WS-DAY-FEED (WS-DAY-IDX)
              MOVE 'N'               TO WS-DAY-LATE (WS-DAY-IDX)
                                         WS-DAY-ARRIVED (WS-DAY-IDX)
           END-IF
           IF FA-STATUS = 'L'
              IF WS-DAY-ARRIVED (WS-DAY-IDX) = 'N'
                 MOVE 'Y'            TO WS-DAY-LATE (WS-DAY-IDX)
              END-IF
           ELSE
              MOVE 'Y'               TO WS-DAY-ARRIVED (WS-DAY-IDX)
           END-IF
           .
      *
       CLOSE-ARRIVAL-DAY.
           IF WS-DAY-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-DATE          TO WS-WORK-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MON-SLOT > ZERO
              PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > WS-DAY-COUNT
                 PERFORM CLEAR-ACC
                 MOVE WS-DAY-FEED (WS-DAY-IDX) TO WS-ACC-FEED
                 EVALUATE TRUE
                    WHEN WS-DAY-ARRIVED (WS-DAY-IDX) = 'Y'
                     AND WS-DAY-LATE (WS-DAY-IDX) = 'Y'
                       MOVE 1        TO WS-ACC-ARRIVED WS-ACC-LATE
                    WHEN WS-DAY-ARRIVED (WS-DAY-IDX) = 'Y'
                       MOVE 1        TO WS-ACC-ARRIVED
                    WHEN OTHER
                       MOVE 1        TO WS-ACC-MISSING
                 END-EVALUATE
                 PERFORM ADD-TO-SCORECARD
              END-PERFORM
           END-IF
           MOVE ZERO                 TO WS-DAY-COUNT
           .
      *
      *    COVID19E - EVERY REJECT IN THE WINDOW, BY REASON CODE ***
       LOAD-REJECTS.
           OPEN INPUT COVID19E-FILE
           IF WS-COVID19E-STATUS > 0
              DISPLAY '*** COVID19E not available, status: '
                          WS-COVID19E-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19E-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    ADD 1            TO WS-REJECTS-READ
                    PERFORM BOOK-ONE-REJECT
              END-READ
           END-PERFORM
           CLOSE COVID19E-FILE
           .
      *
       BOOK-ONE-REJECT.
           MOVE CVE-RUN-DATE         TO WS-WORK-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MON-SLOT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACC
           MOVE ZERO                 TO WS-LOOKUP-RUN
           IF CVE-RUN-NUMBER NUMERIC
              MOVE CVE-RUN-NUMBER    TO WS-LOOKUP-RUN
           END-IF
           PERFORM FEED-OF-RUN
           MOVE 1                    TO WS-ACC-REJECTED
           MOVE CVE-REASON-CODE      TO WS-ACC-REASON
           IF WS-ACC-REASON = SPACES
              MOVE '????'            TO WS-ACC-REASON
           END-IF
           PERFORM ADD-TO-SCORECARD
           .
      *
      *    COVID19J - VENDOR RESTATEMENTS ONLY: THE DAILY LOAD AND THE
      *    BULK BACKFILL. MERGES AND APPROVED MANUAL ADJUSTMENTS ARE
      *    OUR OWN DOING, NOT THE VENDOR'S ***
       LOAD-JOURNAL.
           OPEN INPUT COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** COVID19J not available, status: '
                          WS-COVID19J-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19J-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    ADD 1            TO WS-JOURNAL-READ
                    IF JR-PROGRAM = 'COV1901' OR
                       JR-PROGRAM = 'COV1968'
                       PERFORM BOOK-ONE-RESTATEMENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COVID19J-FILE
           .
      *
       BOOK-ONE-RESTATEMENT.
           MOVE JR-RUN-DATE          TO WS-WORK-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MON-SLOT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACC
           MOVE ZERO                 TO WS-LOOKUP-RUN
           IF JR-RUN-NUMBER NUMERIC
              MOVE JR-RUN-NUMBER     TO WS-LOOKUP-RUN
           END-IF
           PERFORM FEED-OF-RUN
           MOVE 1                    TO WS-ACC-RESTATED
           COMPUTE WS-ACC-MOVEMENT =
              FUNCTION ABS (JR-AFT-NEW-CONFIRMED -
                            JR-BEF-NEW-CONFIRMED)
            + FUNCTION ABS (JR-AFT-NEW-DEATHS - JR-BEF-NEW-DEATHS)
           PERFORM ADD-TO-SCORECARD
           .
      *
      *    BOOK WS-ACC TO ITS FEED, THEN TO THE FEED'S VENDOR WHEN THE
      *    NAME YIELDS ONE ***
       ADD-TO-SCORECARD.
           PERFORM DERIVE-VENDOR
           MOVE 'F'                  TO WS-FIND-TYPE
           MOVE WS-ACC-FEED          TO WS-FIND-NAME
           PERFORM FIND-OR-ADD-ENTITY
           IF WS-FOUND-YES
              PERFORM ADD-ACC-TO-ENTITY
           END-IF
           IF WS-ACC-VENDOR NOT = SPACES
              MOVE 'V'               TO WS-FIND-TYPE
              MOVE WS-ACC-VENDOR     TO WS-FIND-NAME
              PERFORM FIND-OR-ADD-ENTITY
              IF WS-FOUND-YES
                 PERFORM ADD-ACC-TO-ENTITY
              END-IF
           END-IF
           .
      *
       DERIVE-VENDOR.
           MOVE SPACES               TO WS-ACC-VENDOR
           IF WS-ACC-FEED = 'UNATTRIBUTED' OR
              WS-ACC-FEED = 'MULTI-FEED RUN'
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                 TO WS-SLASH-POS
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
              UNTIL WS-NAME-POS > 40
              IF WS-ACC-FEED (WS-NAME-POS:1) = '/'
                 MOVE WS-NAME-POS    TO WS-SLASH-POS
              END-IF
           END-PERFORM
           IF WS-SLASH-POS >= 40
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-FEED (WS-SLASH-POS + 1:) TO WS-BASE-NAME
           MOVE SPACES               TO WS-VENDOR-TOKEN
                                         WS-VENDOR-DELIM
           UNSTRING WS-BASE-NAME DELIMITED BY '_' OR '-' OR '.'
              INTO WS-VENDOR-TOKEN DELIMITER IN WS-VENDOR-DELIM
           END-UNSTRING
      *    NO DELIMITER, NO VENDOR - THE WHOLE NAME IS JUST A NAME ***
           IF WS-VENDOR-DELIM NOT = SPACE AND
              WS-VENDOR-TOKEN NOT = SPACES
              MOVE WS-VENDOR-TOKEN   TO WS-ACC-VENDOR
           END-IF
           .
      *
      *    LOOK UP WS-FIND-TYPE/WS-FIND-NAME, ADDING A FRESH ENTITY
      *    WHEN IT IS NEW AND THERE IS ROOM ***
       FIND-OR-ADD-ENTITY.
           MOVE 'N'                  TO WS-FOUND
           IF WS-EN-COUNT > ZERO
              SET WS-EN-IDX          TO 1
              SEARCH WS-EN-ENTRY VARYING WS-EN-IDX
                 AT END
                    CONTINUE
                 WHEN WS-EN-IDX > WS-EN-COUNT
                    CONTINUE
                 WHEN WS-EN-TYPE (WS-EN-IDX) = WS-FIND-TYPE AND
                      WS-EN-NAME (WS-EN-IDX) = WS-FIND-NAME
                    MOVE 'Y'         TO WS-FOUND
              END-SEARCH
           END-IF
           IF WS-FOUND-YES
              EXIT PARAGRAPH
           END-IF
           IF WS-EN-COUNT >= WS-EN-MAX
              DISPLAY '*** Scorecard table full, not scored: '
                          WS-FIND-NAME
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-EN-COUNT
           SET WS-EN-IDX             TO WS-EN-COUNT
           INITIALIZE WS-EN-ENTRY (WS-EN-IDX)
           MOVE WS-FIND-TYPE         TO WS-EN-TYPE (WS-EN-IDX)
           MOVE WS-FIND-NAME         TO WS-EN-NAME (WS-EN-IDX)
           IF WS-FIND-TYPE = 'F'
              MOVE WS-ACC-VENDOR     TO WS-EN-VENDOR (WS-EN-IDX)
           END-IF
           MOVE 'Y'                  TO WS-FOUND
           .
      *
       ADD-ACC-TO-ENTITY.
           ADD WS-ACC-ARRIVED   TO WS-EN-ARRIVED (WS-EN-IDX WS-MON-SLOT)
           ADD WS-ACC-LATE      TO WS-EN-LATE (WS-EN-IDX WS-MON-SLOT)
           ADD WS-ACC-MISSING   TO WS-EN-MISSING (WS-EN-IDX WS-MON-SLOT)
           ADD WS-ACC-DUPS      TO WS-EN-DUPS (WS-EN-IDX WS-MON-SLOT)
           ADD WS-ACC-READ      TO WS-EN-READ (WS-EN-IDX WS-MON-SLOT)
           ADD WS-ACC-REJECTED
                             TO WS-EN-REJECTED (WS-EN-IDX WS-MON-SLOT)
           ADD WS-ACC-RESTATED
                             TO WS-EN-RESTATED (WS-EN-IDX WS-MON-SLOT)
           ADD WS-ACC-MOVEMENT
                             TO WS-EN-MOVEMENT (WS-EN-IDX WS-MON-SLOT)
           IF WS-ACC-REASON = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                 TO WS-RSN-SUB
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > WS-EN-RSN-COUNT (WS-EN-IDX)
              IF WS-EN-RSN-CODE (WS-EN-IDX WS-MON-SUB) = WS-ACC-REASON
                 MOVE WS-MON-SUB     TO WS-RSN-SUB
              END-IF
           END-PERFORM
           IF WS-RSN-SUB = ZERO
              IF WS-EN-RSN-COUNT (WS-EN-IDX) < 12
                 ADD 1               TO WS-EN-RSN-COUNT (WS-EN-IDX)
                 MOVE WS-EN-RSN-COUNT (WS-EN-IDX) TO WS-RSN-SUB
                 MOVE WS-ACC-REASON  TO
                              WS-EN-RSN-CODE (WS-EN-IDX WS-RSN-SUB)
              ELSE
      *          THE LAST SLOT BECOMES THE CATCH-ALL ***
                 MOVE 12             TO WS-RSN-SUB
                 MOVE 'OTHR'         TO
                              WS-EN-RSN-CODE (WS-EN-IDX WS-RSN-SUB)
              END-IF
           END-IF
           ADD 1 TO WS-EN-RSN-CNT (WS-EN-IDX WS-RSN-SUB WS-MON-SLOT)
           .
      *
      *    A MONTH WITH NOTHING ON ANY OF THE FOUR FILES IS NOT
      *    GRADED ***
       SCORE-ALL-ENTITIES.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
              UNTIL WS-EN-IDX > WS-EN-COUNT
              PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                 UNTIL WS-MON-SUB > 12
                 PERFORM SCORE-ONE-MONTH
              END-PERFORM
              IF WS-EN-TYPE (WS-EN-IDX) = 'F' AND
                 WS-EN-GRADE (WS-EN-IDX 12) = 'F'
                 ADD 1               TO WS-FEEDS-FAILED
              END-IF
           END-PERFORM
           .
      *
       SCORE-ONE-MONTH.
           MOVE ZERO                 TO
                                  WS-EN-SCORE (WS-EN-IDX WS-MON-SUB)
           MOVE SPACE                TO
                                  WS-EN-GRADE (WS-EN-IDX WS-MON-SUB)
           IF WS-EN-ARRIVED (WS-EN-IDX WS-MON-SUB) = ZERO AND
              WS-EN-MISSING (WS-EN-IDX WS-MON-SUB) = ZERO AND
              WS-EN-DUPS (WS-EN-IDX WS-MON-SUB) = ZERO AND
              WS-EN-READ (WS-EN-IDX WS-MON-SUB) = ZERO AND
              WS-EN-REJECTED (WS-EN-IDX WS-MON-SUB) = ZERO AND
              WS-EN-RESTATED (WS-EN-IDX WS-MON-SUB) = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-REJECT-PCT
           COMPUTE WS-RESTATE-PENALTY =
              WS-EN-RESTATED (WS-EN-IDX WS-MON-SUB) / 10
           IF WS-RESTATE-PENALTY > 20
              MOVE 20                TO WS-RESTATE-PENALTY
           END-IF
           COMPUTE WS-PENALTY ROUNDED =
                10 * WS-EN-MISSING (WS-EN-IDX WS-MON-SUB)
              +  4 * WS-EN-LATE (WS-EN-IDX WS-MON-SUB)
              +  5 * WS-EN-DUPS (WS-EN-IDX WS-MON-SUB)
              +  2 * WS-REJ-PCT
              + WS-RESTATE-PENALTY
           IF WS-PENALTY >= 100
              MOVE ZERO              TO
                                  WS-EN-SCORE (WS-EN-IDX WS-MON-SUB)
           ELSE
              COMPUTE WS-EN-SCORE (WS-EN-IDX WS-MON-SUB) =
                 100 - WS-PENALTY
           END-IF
           EVALUATE TRUE
              WHEN WS-EN-SCORE (WS-EN-IDX WS-MON-SUB) >= 90
                 MOVE 'A'        TO WS-EN-GRADE (WS-EN-IDX WS-MON-SUB)
              WHEN WS-EN-SCORE (WS-EN-IDX WS-MON-SUB) >= 80
                 MOVE 'B'        TO WS-EN-GRADE (WS-EN-IDX WS-MON-SUB)
              WHEN WS-EN-SCORE (WS-EN-IDX WS-MON-SUB) >= 70
                 MOVE 'C'        TO WS-EN-GRADE (WS-EN-IDX WS-MON-SUB)
              WHEN WS-EN-SCORE (WS-EN-IDX WS-MON-SUB) >= 60
                 MOVE 'D'        TO WS-EN-GRADE (WS-EN-IDX WS-MON-SUB)
              WHEN OTHER
                 MOVE 'F'        TO WS-EN-GRADE (WS-EN-IDX WS-MON-SUB)
           END-EVALUATE
           .
      *
       COMPUTE-REJECT-PCT.
           MOVE ZERO                 TO WS-REJ-PCT
           IF WS-EN-READ (WS-EN-IDX WS-MON-SUB) > ZERO
              IF WS-EN-REJECTED (WS-EN-IDX WS-MON-SUB) >=
                 WS-EN-READ (WS-EN-IDX WS-MON-SUB)
                 MOVE 100            TO WS-REJ-PCT
              ELSE
                 COMPUTE WS-REJ-PCT ROUNDED =
                    WS-EN-REJECTED (WS-EN-IDX WS-MON-SUB) * 100
                    / WS-EN-READ (WS-EN-IDX WS-MON-SUB)
              END-IF
           END-IF
           .
      *
      *    FEEDS FIRST, THEN VENDORS, EACH BY NAME ***
       SORT-ENTITIES.
           MOVE 'Y'                  TO WS-SWAPPED
           PERFORM UNTIL NOT WS-SWAPPED-YES
              MOVE 'N'               TO WS-SWAPPED
              PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                 UNTIL WS-EN-IDX >= WS-EN-COUNT
                 SET WS-EN-IDX2      TO WS-EN-IDX
                 SET WS-EN-IDX2      UP BY 1
                 IF WS-EN-TYPE (WS-EN-IDX) > WS-EN-TYPE (WS-EN-IDX2)
                    OR (WS-EN-TYPE (WS-EN-IDX) =
                        WS-EN-TYPE (WS-EN-IDX2) AND
                        WS-EN-NAME (WS-EN-IDX) >
                        WS-EN-NAME (WS-EN-IDX2))
                    MOVE WS-EN-ENTRY (WS-EN-IDX)  TO WS-EN-HOLD
                    MOVE WS-EN-ENTRY (WS-EN-IDX2) TO
                                         WS-EN-ENTRY (WS-EN-IDX)
                    MOVE WS-EN-HOLD  TO WS-EN-ENTRY (WS-EN-IDX2)
                    MOVE 'Y'         TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
      *    ONE PAGE - THE 12 MONTH LINES, THE REJECT REASONS, THE
      *    TREND ***
       PRINT-ONE-ENTITY.
           MOVE SPACES               TO PRINT-REC
           IF WS-PAGES-WRITTEN = ZERO
              WRITE PRINT-REC      FROM WS-HEADER-1
           ELSE
              WRITE PRINT-REC      FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           END-IF
           ADD 1                     TO WS-PAGES-WRITTEN
           MOVE SPACES               TO WS-HEADER-ENTITY
           MOVE WS-EN-NAME (WS-EN-IDX) TO HE-NAME-O
           IF WS-EN-TYPE (WS-EN-IDX) = 'F'
              MOVE 'FEED'            TO HE-TYPE-O
              IF WS-EN-VENDOR (WS-EN-IDX) NOT = SPACES
                 MOVE 'VENDOR'       TO HE-VENDOR-LBL-O
                 MOVE WS-EN-VENDOR (WS-EN-IDX) TO HE-VENDOR-O
              END-IF
           ELSE
              MOVE 'VENDOR'          TO HE-TYPE-O
              MOVE 'ALL FEEDS'       TO HE-VENDOR-LBL-O
           END-IF
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-ENTITY
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-2
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              PERFORM PRINT-ONE-MONTH-LINE
           END-PERFORM
           PERFORM PRINT-REASON-LINES
           PERFORM PRINT-TREND-LINE
           .
      *
       PRINT-ONE-MONTH-LINE.
           MOVE SPACES               TO PRINT-REC
           MOVE WS-MONTH-LABEL (WS-MON-SUB) TO D1-MONTH-O
           MOVE WS-EN-ARRIVED (WS-EN-IDX WS-MON-SUB) TO D1-ARRIVED-O
           MOVE WS-EN-LATE (WS-EN-IDX WS-MON-SUB)    TO D1-LATE-O
           MOVE WS-EN-MISSING (WS-EN-IDX WS-MON-SUB) TO D1-MISSING-O
           MOVE WS-EN-DUPS (WS-EN-IDX WS-MON-SUB)    TO D1-DUPS-O
           MOVE WS-EN-READ (WS-EN-IDX WS-MON-SUB)    TO D1-READ-O
           MOVE WS-EN-REJECTED (WS-EN-IDX WS-MON-SUB)
                                     TO D1-REJECTED-O
           PERFORM COMPUTE-REJECT-PCT
           MOVE WS-REJ-PCT           TO D1-REJ-PCT-O
           MOVE WS-EN-RESTATED (WS-EN-IDX WS-MON-SUB)
                                     TO D1-RESTATED-O
           MOVE WS-EN-MOVEMENT (WS-EN-IDX WS-MON-SUB)
                                     TO D1-MOVEMENT-O
           IF WS-EN-GRADE (WS-EN-IDX WS-MON-SUB) = SPACE
              MOVE '  -'             TO D1-SCORE-X
              MOVE '-'               TO D1-GRADE-O
           ELSE
              MOVE WS-EN-SCORE (WS-EN-IDX WS-MON-SUB) TO D1-SCORE-O
              MOVE WS-EN-GRADE (WS-EN-IDX WS-MON-SUB) TO D1-GRADE-O
           END-IF
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
       PRINT-REASON-LINES.
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE 'REJECT REASON'      TO H3-TITLE-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE WS-MONTH-LABEL (WS-MON-SUB)
                                     TO H3-LABEL-O (WS-MON-SUB)
           END-PERFORM
           WRITE PRINT-REC         FROM WS-HEADER-3
           IF WS-EN-RSN-COUNT (WS-EN-IDX) = ZERO
              MOVE '  NO REJECTS IN THE 12 MONTHS' TO PRINT-REC
              WRITE PRINT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > WS-EN-RSN-COUNT (WS-EN-IDX)
              MOVE SPACES            TO PRINT-REC
              MOVE WS-EN-RSN-CODE (WS-EN-IDX WS-RSN-SUB)
                                     TO D2-REASON-O
              PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                 UNTIL WS-MON-SUB > 12
                 MOVE WS-EN-RSN-CNT (WS-EN-IDX WS-RSN-SUB WS-MON-SUB)
                                     TO D2-COUNT-O (WS-MON-SUB)
              END-PERFORM
              WRITE PRINT-REC      FROM WS-DETAILS-2
           END-PERFORM
           .
      *
      *    RECENT SIX GRADED MONTHS AGAINST THE SIX BEFORE - FIVE
      *    POINTS EITHER WAY IS A MOVE, LESS IS STEADY ***
       PRINT-TREND-LINE.
           MOVE ZEROES               TO WS-RECENT-SUM WS-RECENT-N
                                         WS-EARLY-SUM WS-EARLY-N
                                         WS-RECENT-AVG WS-EARLY-AVG
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              IF WS-EN-GRADE (WS-EN-IDX WS-MON-SUB) NOT = SPACE
                 IF WS-MON-SUB > 6
                    ADD WS-EN-SCORE (WS-EN-IDX WS-MON-SUB)
                                     TO WS-RECENT-SUM
                    ADD 1            TO WS-RECENT-N
                 ELSE
                    ADD WS-EN-SCORE (WS-EN-IDX WS-MON-SUB)
                                     TO WS-EARLY-SUM
                    ADD 1            TO WS-EARLY-N
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RECENT-N > ZERO
              COMPUTE WS-RECENT-AVG ROUNDED =
                 WS-RECENT-SUM / WS-RECENT-N
              MOVE WS-RECENT-AVG     TO D3-RECENT-O
           ELSE
              MOVE '  N/A'           TO D3-RECENT-X
           END-IF
           IF WS-EARLY-N > ZERO
              COMPUTE WS-EARLY-AVG ROUNDED =
                 WS-EARLY-SUM / WS-EARLY-N
              MOVE WS-EARLY-AVG      TO D3-EARLY-O
           ELSE
              MOVE '  N/A'           TO D3-EARLY-X
           END-IF
           EVALUATE TRUE
              WHEN WS-RECENT-N < 2 OR WS-EARLY-N < 2
                 MOVE 'TOO FEW MONTHS' TO D3-VERDICT-O
              WHEN WS-RECENT-AVG > WS-EARLY-AVG + 5
                 MOVE 'IMPROVING'    TO D3-VERDICT-O
              WHEN WS-RECENT-AVG + 5 < WS-EARLY-AVG
                 MOVE 'WORSENING'    TO D3-VERDICT-O
              WHEN OTHER
                 MOVE 'STEADY'       TO D3-VERDICT-O
           END-EVALUATE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC         FROM WS-DETAILS-3
           .
      *
