      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1997.
       AUTHOR.         GEORGES B.
      *    Backlog redistribution: builds the COVID19R derived series
      *    from COVID19D. A country that stays silent on the no-report
      *    days named on RPTCALND (its weekday pattern or a dated
      *    no-report record) and then dumps the backlog on the next
      *    reporting day puts a fake spike in every trend report.
      *    Here the catch-up day's NEW-CONFIRMED and NEW-DEATHS are
      *    spread evenly back over the run of expected-silent days
      *    just before it plus the catch-up day itself (the division
      *    remainder stays on the catch-up day), the TOTAL figures of
      *    the spread days are rebuilt to climb with them, and every
      *    day touched carries SYNTHETIC-FLAG 'R'. An expected-silent
      *    day with no COVID19D record at all gets one on COVID19R.
      *    Everything else is copied across unchanged. COVID19D is
      *    only read; COVID19R is rebuilt from scratch on every run.
      *    No calendar on file, COVID19R is a straight copy ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19R-FILE       ASSIGN COVID19R
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CR-CODE-DATE
                    FILE STATUS         IS WS-COVID19R-STATUS
           .
           SELECT   RPTCALND-FILE       ASSIGN RPTCALND
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS RC-KEY
                    FILE STATUS         IS WS-RPTCALND-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COVID19R-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19R==
                                      ==:TAG2:== BY ==CR==.
      *
       FD  RPTCALND-FILE.
       COPY RPTCALND REPLACING        ==:TAG1:== BY ==RPTCALND==
                                      ==:TAG2:== BY ==RC==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19R-STATUS          PIC 99 VALUE ZEROS.
       01  WS-RPTCALND-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-COVID19D-EOF          PIC X VALUE SPACE.
            88 WS-COVID19D-EOF-OK      VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE SPACE.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
      *    THE CALENDAR IS OPTIONAL - NO FILE, NOTHING IS SPREAD ***
           03 WS-CAL-AVAIL             PIC X VALUE 'N'.
            88 WS-CAL-AVAIL-YES        VALUE 'Y'.
           03 WS-DAY-SILENT            PIC X VALUE 'N'.
            88 WS-DAY-SILENT-YES       VALUE 'Y'.
      *
      *    SHARED CALENDAR SERVICE - THE DAY OF WEEK OF A DAY DECIDES
      *    WHICH PATTERN BYTE JUDGES IT ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       01  WS-CHK-DATE                 PIC 9(08) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    THE CURRENT COUNTRY'S PATTERN - ALL 'Y' WHEN NONE IS ON
      *    FILE ***
       01  WS-CURR-CODE                PIC X(05) VALUE SPACES.
       01  WS-DOW-PATTERN              PIC X(07) VALUE 'YYYYYYY'.
      *
      *    THE RUN OF EXPECTED-SILENT DAYS WAITING FOR A CATCH-UP
      *    DAY, OLDEST FIRST. A HOLE ENTRY IS A DAY COVID19D HAS NO
      *    RECORD FOR - IT ONLY REACHES COVID19R IF THE RUN IS SPREAD.
      *    A RUN LONGER THAN THE TABLE IS NOT A WEEKEND - IT GOES
      *    ACROSS AS-IS ***
       01  WS-HOLD-MAX                 PIC 9(02) VALUE 14.
       01  WS-HOLD-COUNT               PIC 9(02) VALUE ZEROES.
       01  WS-HOLD-TABLE.
           03 WS-HOLD-ENTRY OCCURS 14 TIMES
                            INDEXED BY WS-HOLD-IDX.
              05 WS-HOLD-HOLE          PIC X(01).
                 88 WS-HOLD-IS-HOLE    VALUE 'Y'.
              05 WS-HOLD-REC           PIC X(97).
      *
      *    THE LAST COVID19D RECORD READ FOR THE COUNTRY - HOLE DAYS
      *    CARRY ITS TOTALS FORWARD ***
       01  WS-PRIOR-REC.
           03 WS-PRIOR-DATE-INT        PIC 9(07) VALUE ZEROES.
           03 WS-PRIOR-TOTAL-CONFIRMED PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRIOR-TOTAL-DEATHS    PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRIOR-TOTAL-RECOVERED PIC S9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-DATE-WORK.
           03 WS-CURR-DATE-NUM         PIC 9(08) VALUE ZEROES.
           03 WS-CURR-DATE-INT         PIC 9(07) VALUE ZEROES.
           03 WS-GAP-DATE-INT          PIC 9(07) VALUE ZEROES.
           03 WS-GAP-DATE-NUM          PIC 9(08) VALUE ZEROES.
           03 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.
      *
      *    ONE SPREAD - THE CATCH-UP DAY'S FIGURES OVER THE HELD DAYS
      *    PLUS ITSELF ***
       01  WS-SPREAD-WORK.
           03 WS-SPREAD-DAYS           PIC 9(03) VALUE ZEROES.
           03 WS-SHARE-CONFIRMED       PIC S9(09) COMP-3 VALUE ZEROES.
           03 WS-REM-CONFIRMED         PIC S9(09) COMP-3 VALUE ZEROES.
           03 WS-SHARE-DEATHS          PIC S9(09) COMP-3 VALUE ZEROES.
           03 WS-REM-DEATHS            PIC S9(09) COMP-3 VALUE ZEROES.
           03 WS-BASE-CONFIRMED        PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-BASE-DEATHS           PIC S9(11) COMP-3 VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(07) VALUE ZEROES.
           03 WS-RECORDS-WRITTEN       PIC 9(07) VALUE ZEROES.
           03 WS-CATCHUP-DAYS          PIC 9(07) VALUE ZEROES.
           03 WS-SPREAD-DAYS-WRITTEN   PIC 9(07) VALUE ZEROES.
           03 WS-HOLES-WRITTEN         PIC 9(07) VALUE ZEROES.
      *
      *    SHARED TOKEN ON THE COVID19 FILES - SEE SUB0003. COVID19D
      *    IS ONLY READ, SO NO FILL OR LOAD MAY RUN UNDER THIS JOB ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV1997'.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM REDISTRIBUTE-PASS
           DISPLAY 'COVID19D records READ: '      WS-RECORDS-READ
           DISPLAY 'COVID19R records WRITTEN: '   WS-RECORDS-WRITTEN
           DISPLAY 'Catch-up days SPREAD: '       WS-CATCHUP-DAYS
           DISPLAY 'Silent days FLAGGED: '        WS-SPREAD-DAYS-WRITTEN
           DISPLAY 'Missing silent days ADDED: '  WS-HOLES-WRITTEN
           CLOSE COVID19D-FILE COVID19R-FILE
           IF WS-CAL-AVAIL-YES
              CLOSE RPTCALND-FILE
           END-IF
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
       OPEN-FILES.
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE, STATUS: '
                          WS-COVID19D-STATUS
              MOVE 'Y'              TO WS-FILE-ERROR
              MOVE 16               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COVID19R-FILE
           IF WS-COVID19R-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19R-FILE, STATUS: '
                          WS-COVID19R-STATUS
              MOVE 'Y'              TO WS-FILE-ERROR
              MOVE 16               TO RETURN-CODE
              CLOSE COVID19D-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT RPTCALND-FILE
           IF WS-RPTCALND-STATUS = ZERO
              MOVE 'Y'              TO WS-CAL-AVAIL
           ELSE
              DISPLAY '*** RPTCALND not available, status: '
                          WS-RPTCALND-STATUS
                      ' - COVID19R is a straight copy'
           END-IF
           .
      *
      *    ONE PASS IN KEY ORDER. COVID19R IS WRITTEN IN THE SAME
      *    ORDER - HELD DAYS ALWAYS GO OUT BEFORE THE DAY THAT
      *    RELEASES THEM ***
       REDISTRIBUTE-PASS.
           PERFORM READ-COVID19D-NEXT
           PERFORM UNTIL WS-COVID19D-EOF-OK
              ADD 1                  TO WS-RECORDS-READ
              MOVE CV-DATE           TO WS-CURR-DATE-NUM
              COMPUTE WS-CURR-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM)
              IF CV-CODE NOT = WS-CURR-CODE
                 PERFORM FLUSH-HOLD-AS-IS
                 MOVE CV-CODE        TO WS-CURR-CODE
                 PERFORM LOAD-COUNTRY-PATTERN
              ELSE
                 PERFORM HOLD-MISSING-DAYS
              END-IF
              PERFORM PROCESS-ONE-DAY
              PERFORM SAVE-PRIOR-REC
              PERFORM READ-COVID19D-NEXT
           END-PERFORM
           PERFORM FLUSH-HOLD-AS-IS
           .
      *
       READ-COVID19D-NEXT.
           READ COVID19D-FILE
              AT END MOVE 'Y'        TO WS-COVID19D-EOF
           END-READ
           .
      *
       SAVE-PRIOR-REC.
           MOVE WS-CURR-DATE-INT      TO WS-PRIOR-DATE-INT
           MOVE CV-TOTAL-CONFIRMED    TO WS-PRIOR-TOTAL-CONFIRMED
           MOVE CV-TOTAL-DEATHS       TO WS-PRIOR-TOTAL-DEATHS
           MOVE CV-TOTAL-RECOVERED    TO WS-PRIOR-TOTAL-RECOVERED
           .
      *
       LOAD-COUNTRY-PATTERN.
           MOVE 'YYYYYYY'             TO WS-DOW-PATTERN
           IF NOT WS-CAL-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CURR-CODE          TO RC-CODE
           MOVE ZEROS                  TO RC-DATE
           READ RPTCALND-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RC-DOW-PATTERN  TO WS-DOW-PATTERN
           END-READ
           .
      *
      *    IS WS-CHK-DATE A DAY THE COUNTRY IS EXPECTED TO STAY
      *    SILENT - ITS PATTERN BYTE SAYS 'N' OR A DATED NO-REPORT
      *    RECORD NAMES IT ***
       CLASSIFY-DAY.
           MOVE 'N'                   TO WS-DAY-SILENT
           IF NOT WS-CAL-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           CALL WS-DATE-PGM-NAME USING WS-CHK-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF WS-DATECHK-OK AND WS-DAY-OF-WEEK > ZERO
              IF WS-DOW-PATTERN (WS-DAY-OF-WEEK:1) = 'N'
                 MOVE 'Y'             TO WS-DAY-SILENT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-CURR-CODE          TO RC-CODE
           MOVE WS-CHK-DATE           TO RC-DATE
           READ RPTCALND-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'             TO WS-DAY-SILENT
           END-READ
           .
      *
      *    CALENDAR DAYS BETWEEN THE PRIOR RECORD AND THIS ONE. AN
      *    EXPECTED-SILENT MISSING DAY JOINS THE RUN AS A HOLE; A
      *    MISSING REPORTING DAY BREAKS THE RUN - WHATEVER FOLLOWS IS
      *    NOT A CLEAN CATCH-UP ***
       HOLD-MISSING-DAYS.
           COMPUTE WS-GAP-DATE-INT = WS-PRIOR-DATE-INT + 1
           PERFORM UNTIL WS-GAP-DATE-INT >= WS-CURR-DATE-INT
              COMPUTE WS-GAP-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-GAP-DATE-INT)
              MOVE WS-GAP-DATE-NUM   TO WS-CHK-DATE
              PERFORM CLASSIFY-DAY
              IF WS-DAY-SILENT-YES
                 PERFORM HOLD-ONE-HOLE
              ELSE
                 PERFORM FLUSH-HOLD-AS-IS
              END-IF
              ADD 1                  TO WS-GAP-DATE-INT
           END-PERFORM
           .
      *
      *    THE HOLE RECORD LOOKS LIKE A COV1920 FILL DAY UNTIL A
      *    CATCH-UP DAY CLAIMS IT ***
       HOLD-ONE-HOLE.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
              PERFORM FLUSH-HOLD-AS-IS
           END-IF
           ADD 1                      TO WS-HOLD-COUNT
           SET WS-HOLD-IDX            TO WS-HOLD-COUNT
           MOVE WS-CURR-CODE          TO CR-CODE
           MOVE WS-GAP-DATE-NUM       TO CR-DATE
           MOVE ZERO                  TO CR-NEW-CONFIRMED
                                          CR-NEW-DEATHS
                                          CR-NEW-RECOVERED
           MOVE WS-PRIOR-TOTAL-CONFIRMED TO CR-TOTAL-CONFIRMED
           MOVE WS-PRIOR-TOTAL-DEATHS    TO CR-TOTAL-DEATHS
           MOVE WS-PRIOR-TOTAL-RECOVERED TO CR-TOTAL-RECOVERED
           MOVE 'Y'                   TO CR-SYNTHETIC-FLAG
           MOVE WS-RUN-DATE           TO CR-MAINT-DATE
           MOVE 'A'                   TO CR-MAINT-ACTION
           MOVE SPACES                TO CR-SOURCE-FILE
           MOVE ZEROS                  TO CR-SOURCE-LINE
           MOVE 'Y'                   TO WS-HOLD-HOLE (WS-HOLD-IDX)
           MOVE COVID19R-REC          TO WS-HOLD-REC (WS-HOLD-IDX)
           .
      *
      *    A QUIET EXPECTED-SILENT DAY IS HELD. A REPORTING DAY WITH
      *    A RUN HELD AND A POSITIVE BACKLOG RELEASES THE RUN SPREAD.
      *    ANYTHING ELSE - A SILENT DAY THAT DID REPORT, A NEGATIVE
      *    RECLASSIFICATION, TOTALS THAT DO NOT COVER THE NEW FIGURES
      *    - RELEASES THE RUN AS-IS ***
       PROCESS-ONE-DAY.
           MOVE CV-DATE               TO WS-CHK-DATE
           PERFORM CLASSIFY-DAY
           EVALUATE TRUE
              WHEN WS-DAY-SILENT-YES
               AND CV-NEW-CONFIRMED = ZERO
               AND CV-NEW-DEATHS = ZERO
                 PERFORM HOLD-ONE-RECORD
              WHEN NOT WS-DAY-SILENT-YES
               AND WS-HOLD-COUNT > ZERO
               AND CV-NEW-CONFIRMED >= ZERO
               AND CV-NEW-DEATHS >= ZERO
               AND (CV-NEW-CONFIRMED > ZERO OR CV-NEW-DEATHS > ZERO)
               AND CV-TOTAL-CONFIRMED >= CV-NEW-CONFIRMED
               AND CV-TOTAL-DEATHS >= CV-NEW-DEATHS
                 PERFORM SPREAD-CATCH-UP-DAY
              WHEN OTHER
                 PERFORM FLUSH-HOLD-AS-IS
                 MOVE COVID19D-REC   TO COVID19R-REC
                 PERFORM WRITE-COVID19R
           END-EVALUATE
           .
      *
       HOLD-ONE-RECORD.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
              PERFORM FLUSH-HOLD-AS-IS
           END-IF
           ADD 1                      TO WS-HOLD-COUNT
           SET WS-HOLD-IDX            TO WS-HOLD-COUNT
           MOVE 'N'                   TO WS-HOLD-HOLE (WS-HOLD-IDX)
           MOVE COVID19D-REC          TO WS-HOLD-REC (WS-HOLD-IDX)
           .
      *
      *    THE RUN IS NOT BEING SPREAD - REAL RECORDS GO ACROSS AS
      *    THEY CAME, HOLES ARE DROPPED ***
       FLUSH-HOLD-AS-IS.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
              UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              IF NOT WS-HOLD-IS-HOLE (WS-HOLD-IDX)
                 MOVE WS-HOLD-REC (WS-HOLD-IDX) TO COVID19R-REC
                 PERFORM WRITE-COVID19R
              END-IF
           END-PERFORM
           MOVE ZERO                  TO WS-HOLD-COUNT
           .
      *
      *    EQUAL SHARES OVER THE HELD DAYS AND THE CATCH-UP DAY, THE
      *    REMAINDER ON THE CATCH-UP DAY. THE TOTALS CLIMB FROM THE
      *    CATCH-UP DAY'S OPENING TOTAL, SO THE CATCH-UP DAY KEEPS ITS
      *    REPORTED TOTAL AND THE SERIES STILL ADDS UP ***
       SPREAD-CATCH-UP-DAY.
           COMPUTE WS-SPREAD-DAYS = WS-HOLD-COUNT + 1
           DIVIDE CV-NEW-CONFIRMED BY WS-SPREAD-DAYS
              GIVING WS-SHARE-CONFIRMED REMAINDER WS-REM-CONFIRMED
           DIVIDE CV-NEW-DEATHS BY WS-SPREAD-DAYS
              GIVING WS-SHARE-DEATHS REMAINDER WS-REM-DEATHS
           COMPUTE WS-BASE-CONFIRMED =
              CV-TOTAL-CONFIRMED - CV-NEW-CONFIRMED
           COMPUTE WS-BASE-DEATHS =
              CV-TOTAL-DEATHS - CV-NEW-DEATHS
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
              UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              MOVE WS-HOLD-REC (WS-HOLD-IDX) TO COVID19R-REC
              ADD WS-SHARE-CONFIRMED TO WS-BASE-CONFIRMED
              ADD WS-SHARE-DEATHS    TO WS-BASE-DEATHS
              MOVE WS-SHARE-CONFIRMED TO CR-NEW-CONFIRMED
              MOVE WS-SHARE-DEATHS   TO CR-NEW-DEATHS
              MOVE WS-BASE-CONFIRMED TO CR-TOTAL-CONFIRMED
              MOVE WS-BASE-DEATHS    TO CR-TOTAL-DEATHS
              MOVE 'R'               TO CR-SYNTHETIC-FLAG
              IF WS-HOLD-IS-HOLE (WS-HOLD-IDX)
                 ADD 1               TO WS-HOLES-WRITTEN
              END-IF
              ADD 1                  TO WS-SPREAD-DAYS-WRITTEN
              PERFORM WRITE-COVID19R
           END-PERFORM
           MOVE ZERO                  TO WS-HOLD-COUNT
           MOVE COVID19D-REC          TO COVID19R-REC
           COMPUTE CR-NEW-CONFIRMED =
              WS-SHARE-CONFIRMED + WS-REM-CONFIRMED
           COMPUTE CR-NEW-DEATHS =
              WS-SHARE-DEATHS + WS-REM-DEATHS
           MOVE 'R'                   TO CR-SYNTHETIC-FLAG
           ADD 1                      TO WS-CATCHUP-DAYS
           PERFORM WRITE-COVID19R
           .
      *
       WRITE-COVID19R.
           WRITE COVID19R-REC
              INVALID KEY
                 DISPLAY '*** ERROR WRITING COVID19R FOR: '
                             CR-CODE-DATE
                 MOVE 16              TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1               TO WS-RECORDS-WRITTEN
           END-WRITE
           .
      *
