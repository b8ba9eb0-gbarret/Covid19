      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2004.
       AUTHOR.         GEORGES B.
      *    Monthly inquiry usage report off the INQLOG access log
      *    SUB0010 writes for every CAL0002/CAL0003 lookup. For the
      *    month in the PARM it lists, per operator, the lookups made,
      *    how many found nothing, the distinct countries looked at,
      *    the operator's average over the three months before, the
      *    lookups made out of hours (before 07:00, from 19:00, or at
      *    the weekend) and the countries never looked at in those
      *    three months; then per country the lookups and the number
      *    of operators who made them. An operator is flagged when
      *    the id has no OPERAUTH entry at all, when the month's
      *    volume runs past three times the baseline, when out-of-
      *    hours lookups appear where the baseline had none, or when
      *    more than five countries are new to the operator.
      *    Return code 4 when anyone is flagged ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   INQLOG-FILE         ASSIGN INQLOG
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-INQLOG-STATUS
           .
           SELECT   OPERAUTH-FILE       ASSIGN OPERAUTH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS OA-OPER-ID
                    FILE STATUS         IS WS-OPERAUTH-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  INQLOG-FILE.
       COPY INQLOG REPLACING          ==:TAG1:== BY ==INQLOG==
                                      ==:TAG2:== BY ==IL==.
      *
       FD  OPERAUTH-FILE.
       COPY OPERAUTH REPLACING        ==:TAG1:== BY ==OPERAUTH==
                                      ==:TAG2:== BY ==OA==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-INQLOG-STATUS            PIC 99 VALUE ZEROS.
       01  WS-OPERAUTH-STATUS          PIC 99 VALUE ZEROS.
      *
      *    WHAT COUNTS AS OUT OF THE OPERATOR'S NORMAL PATTERN ***
       77  WS-DAY-START-HOUR           PIC 9(02) VALUE 07.
       77  WS-DAY-END-HOUR             PIC 9(02) VALUE 19.
       77  WS-VOLUME-FACTOR            PIC 9(02) VALUE 3.
       77  WS-VOLUME-FLOOR             PIC 9(05) VALUE 20.
       77  WS-NEW-COUNTRY-LIMIT        PIC 9(03) VALUE 5.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
      *    NO OPERAUTH FILE, NO NOT-ON-OPERAUTH CHECK ***
           03 WS-AUTH-AVAIL            PIC X VALUE 'N'.
            88 WS-AUTH-AVAIL-YES       VALUE 'Y'.
           03 WS-IN-MONTH              PIC X VALUE 'N'.
            88 WS-IN-MONTH-YES         VALUE 'Y'.
           03 WS-OFF-HOURS             PIC X VALUE 'N'.
            88 WS-OFF-HOURS-YES        VALUE 'Y'.
           03 WS-SWAPPED               PIC X VALUE 'N'.
            88 WS-SWAPPED-YES          VALUE 'Y'.
      *
       01  WS-MONTHS.
           03 WS-REP-MONTH             PIC 9(06) VALUE ZEROES.
           03 WS-REP-MONTH-R REDEFINES WS-REP-MONTH.
              05 WS-REP-YEAR           PIC 9(04).
              05 WS-REP-MON            PIC 9(02).
      *    FIRST MONTH OF THE THREE-MONTH BASELINE ***
           03 WS-BASE-MONTH            PIC 9(06) VALUE ZEROES.
           03 WS-REC-MONTH             PIC 9(06) VALUE ZEROES.
           03 WS-REC-HOUR              PIC 9(02) VALUE ZEROES.
           03 WS-DAY-OF-WEEK           PIC 9(01) VALUE ZEROES.
      *
      *    ONE ENTRY PER OPERATOR SEEN IN THE MONTH OR THE BASELINE ***
       01  WS-OPER-TABLE.
           03 WS-OP-COUNT              PIC 9(03) VALUE ZEROES.
           03 WS-OP-ENTRY OCCURS 200 TIMES.
              05 WS-OP-ID              PIC X(08).
              05 WS-OP-LOOKUPS         PIC 9(07).
              05 WS-OP-NOT-FOUND       PIC 9(07).
              05 WS-OP-OFF-HOURS       PIC 9(07).
              05 WS-OP-BASE-LOOKUPS    PIC 9(07).
              05 WS-OP-BASE-OFF-HOURS  PIC 9(07).
              05 WS-OP-COUNTRIES       PIC 9(05).
              05 WS-OP-NEW-COUNTRIES   PIC 9(05).
       01  WS-OP-HOLD                  PIC X(53).
      *
      *    ONE ENTRY PER COUNTRY LOOKED AT IN THE MONTH ***
       01  WS-CTRY-TABLE.
           03 WS-CY-COUNT              PIC 9(03) VALUE ZEROES.
           03 WS-CY-ENTRY OCCURS 300 TIMES.
              05 WS-CY-CODE            PIC X(05).
              05 WS-CY-LOOKUPS         PIC 9(07).
              05 WS-CY-OPERATORS       PIC 9(05).
              05 WS-CY-BASE-LOOKUPS    PIC 9(07).
       01  WS-CY-HOLD                  PIC X(24).
      *
      *    OPERATOR BY COUNTRY - WHO LOOKED AT WHAT, IN THE MONTH AND
      *    IN THE BASELINE; SETTLES DISTINCT AND NEW COUNTRIES ***
       01  WS-PAIR-TABLE.
           03 WS-PR-COUNT              PIC 9(05) VALUE ZEROES.
           03 WS-PR-ENTRY OCCURS 6000 TIMES.
              05 WS-PR-OPER-IX         PIC 9(03).
              05 WS-PR-CODE            PIC X(05).
              05 WS-PR-MONTH-HITS      PIC 9(07).
              05 WS-PR-BASE-HITS       PIC 9(07).
      *
       01  WS-SUBSCRIPTS.
           03 WS-OX                    PIC 9(03) COMP VALUE ZEROES.
           03 WS-CX                    PIC 9(03) COMP VALUE ZEROES.
           03 WS-PX                    PIC 9(05) COMP VALUE ZEROES.
           03 WS-IX                    PIC 9(05) COMP VALUE ZEROES.
      *
       01  WS-BASE-AVG                 PIC 9(07)V9 VALUE ZEROES.
       01  WS-VOLUME-LIMIT             PIC 9(07)V9 VALUE ZEROES.
       01  WS-FLAG-PTR                 PIC 9(03) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-LINES-READ            PIC 9(07) VALUE ZEROES.
           03 WS-LINES-IN-MONTH        PIC 9(07) VALUE ZEROES.
           03 WS-LINES-IN-BASE         PIC 9(07) VALUE ZEROES.
           03 WS-OPERS-FLAGGED         PIC 9(05) VALUE ZEROES.
           03 WS-TABLE-FULL            PIC 9(07) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2004'.
           03 FILLER                   PIC X(50) VALUE
                '*** INQUIRY ACCESS USAGE FOR MONTH *** '.
           03 H1-MONTH-O               PIC X(07).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'OPERATOR'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE '  LOOKUPS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'NOT FOUND'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'COUNTRIES'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE ' BASE AVG'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'OFF HOURS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'NEW CTRYS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'FLAGS'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-OPER-O                PIC X(08).
           03 FILLER                   PIC X(03).
           03 D1-LOOKUPS-O             PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-NOT-FOUND-O           PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(06).
           03 D1-COUNTRIES-O           PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-BASE-AVG-O            PIC ZZZ,ZZ9.9.
           03 FILLER                   PIC X(02).
           03 D1-OFF-HOURS-O           PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(06).
           03 D1-NEW-O                 PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-FLAGS-O               PIC X(50).
      *
       01  WS-HEADER-3.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'COUNTRY'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE '  LOOKUPS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'OPERATORS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE ' BASE AVG'.
      *
       01  WS-DETAILS-2.
           03 FILLER                   PIC X(02).
           03 D2-CODE-O                PIC X(05).
           03 FILLER                   PIC X(06).
           03 D2-LOOKUPS-O             PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(06).
           03 D2-OPERATORS-O           PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D2-BASE-AVG-O            PIC ZZZ,ZZ9.9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='202203' - THE MONTH TO REPORT ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-MONTH            PIC 9(06).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-MONTH     TO WS-REP-MONTH
           ELSE
              DISPLAY '*** Month to report YYYYMM: '
              ACCEPT WS-REP-MONTH
           END-IF
           IF WS-REP-MONTH NOT NUMERIC OR WS-REP-MON < 1
              OR WS-REP-MON > 12 OR WS-REP-YEAR < 1900
              DISPLAY '*** ERROR Month is Missing or not Valid'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-REP-MON > 3
              COMPUTE WS-BASE-MONTH = WS-REP-MONTH - 3
           ELSE
              COMPUTE WS-BASE-MONTH =
                 (WS-REP-YEAR - 1) * 100 + WS-REP-MON + 9
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-INQLOG-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              ADD 1                  TO WS-LINES-READ
              MOVE IL-RUN-DATE (1:6) TO WS-REC-MONTH
              IF WS-REC-MONTH = WS-REP-MONTH OR
                 (WS-REC-MONTH >= WS-BASE-MONTH AND
                  WS-REC-MONTH <  WS-REP-MONTH)
                 PERFORM POST-ONE-LOOKUP
              END-IF
              PERFORM READ-INQLOG-NEXT
           END-PERFORM
           PERFORM SETTLE-PAIRS
           PERFORM SORT-OPERATORS
           PERFORM SORT-COUNTRIES
           PERFORM WRITE-OPERATOR-SECTION
           PERFORM WRITE-COUNTRY-SECTION
           DISPLAY 'INQLOG lines READ: '             WS-LINES-READ
           DISPLAY 'Lookups in the MONTH: '          WS-LINES-IN-MONTH
           DISPLAY 'Lookups in the BASELINE: '       WS-LINES-IN-BASE
           DISPLAY 'Operators FLAGGED: '             WS-OPERS-FLAGGED
           IF WS-TABLE-FULL > ZERO
              DISPLAY '*** Lookups NOT COUNTED, table full: '
                                                    WS-TABLE-FULL
           END-IF
           IF NOT WS-AUTH-AVAIL-YES
              DISPLAY '*** No OPERAUTH file - ids NOT CHECKED'
           END-IF
           IF WS-OPERS-FLAGGED > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           CLOSE INQLOG-FILE PRINT-LINE
           IF WS-AUTH-AVAIL-YES
              CLOSE OPERAUTH-FILE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT INQLOG-FILE
           IF WS-INQLOG-STATUS > 0
              DISPLAY '*** ERROR OPENING INQLOG-FILE-STATUS: '
                          WS-INQLOG-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              MOVE 16                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERAUTH-FILE
           IF WS-OPERAUTH-STATUS = ZERO
              MOVE 'Y'               TO WS-AUTH-AVAIL
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE WS-REP-YEAR          TO H1-MONTH-O (1:4)
           MOVE '-'                  TO H1-MONTH-O (5:1)
           MOVE WS-REP-MON           TO H1-MONTH-O (6:2)
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           .
      *
       READ-INQLOG-NEXT.
           READ INQLOG-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
      *    ONE LOG LINE INTO THE OPERATOR, COUNTRY AND PAIR TABLES;
      *    A LOOKUP THAT FOUND NOTHING HAS NO COUNTRY TO CHARGE ***
       POST-ONE-LOOKUP.
           IF WS-REC-MONTH = WS-REP-MONTH
              MOVE 'Y'               TO WS-IN-MONTH
              ADD 1                  TO WS-LINES-IN-MONTH
           ELSE
              MOVE 'N'               TO WS-IN-MONTH
              ADD 1                  TO WS-LINES-IN-BASE
           END-IF
           PERFORM CHECK-OFF-HOURS
           PERFORM FIND-OPERATOR
           IF WS-OX = ZERO
              ADD 1                  TO WS-TABLE-FULL
              EXIT PARAGRAPH
           END-IF
           IF WS-IN-MONTH-YES
              ADD 1                  TO WS-OP-LOOKUPS (WS-OX)
              IF IL-NOT-FOUND
                 ADD 1               TO WS-OP-NOT-FOUND (WS-OX)
              END-IF
              IF WS-OFF-HOURS-YES
                 ADD 1               TO WS-OP-OFF-HOURS (WS-OX)
              END-IF
           ELSE
              ADD 1                  TO WS-OP-BASE-LOOKUPS (WS-OX)
              IF WS-OFF-HOURS-YES
                 ADD 1               TO WS-OP-BASE-OFF-HOURS (WS-OX)
              END-IF
           END-IF
           IF IL-COUNTRY = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COUNTRY
           IF WS-CX > ZERO
              IF WS-IN-MONTH-YES
                 ADD 1               TO WS-CY-LOOKUPS (WS-CX)
              ELSE
                 ADD 1               TO WS-CY-BASE-LOOKUPS (WS-CX)
              END-IF
           END-IF
           PERFORM FIND-PAIR
           IF WS-PX = ZERO
              ADD 1                  TO WS-TABLE-FULL
              EXIT PARAGRAPH
           END-IF
           IF WS-IN-MONTH-YES
              ADD 1                  TO WS-PR-MONTH-HITS (WS-PX)
           ELSE
              ADD 1                  TO WS-PR-BASE-HITS (WS-PX)
           END-IF
           .
      *
      *    BEFORE 07:00, FROM 19:00, OR SATURDAY/SUNDAY - DAY 1 OF
      *    THE INTEGER DATES WAS A MONDAY, SO MOD 7 GIVES 6 AND 0 FOR
      *    THE WEEKEND ***
       CHECK-OFF-HOURS.
           MOVE 'N'                  TO WS-OFF-HOURS
           MOVE IL-RUN-TIME (1:2)    TO WS-REC-HOUR
           IF WS-REC-HOUR < WS-DAY-START-HOUR OR
              WS-REC-HOUR >= WS-DAY-END-HOUR
              MOVE 'Y'               TO WS-OFF-HOURS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-OF-WEEK =
              FUNCTION MOD (FUNCTION INTEGER-OF-DATE (IL-RUN-DATE), 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
              MOVE 'Y'               TO WS-OFF-HOURS
           END-IF
           .
      *
       FIND-OPERATOR.
           MOVE ZERO                 TO WS-OX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-OP-COUNT OR WS-OX > ZERO
              IF WS-OP-ID (WS-IX) = IL-OPER-ID
                 MOVE WS-IX          TO WS-OX
              END-IF
           END-PERFORM
           IF WS-OX > ZERO OR WS-OP-COUNT >= 200
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-OP-COUNT
           MOVE WS-OP-COUNT          TO WS-OX
           MOVE IL-OPER-ID           TO WS-OP-ID (WS-OX)
           MOVE ZERO                 TO WS-OP-LOOKUPS (WS-OX)
                                        WS-OP-NOT-FOUND (WS-OX)
                                        WS-OP-OFF-HOURS (WS-OX)
                                        WS-OP-BASE-LOOKUPS (WS-OX)
                                        WS-OP-BASE-OFF-HOURS (WS-OX)
                                        WS-OP-COUNTRIES (WS-OX)
                                        WS-OP-NEW-COUNTRIES (WS-OX)
           .
      *
       FIND-COUNTRY.
           MOVE ZERO                 TO WS-CX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CY-COUNT OR WS-CX > ZERO
              IF WS-CY-CODE (WS-IX) = IL-COUNTRY
                 MOVE WS-IX          TO WS-CX
              END-IF
           END-PERFORM
           IF WS-CX > ZERO OR WS-CY-COUNT >= 300
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-CY-COUNT
           MOVE WS-CY-COUNT          TO WS-CX
           MOVE IL-COUNTRY           TO WS-CY-CODE (WS-CX)
           MOVE ZERO                 TO WS-CY-LOOKUPS (WS-CX)
                                        WS-CY-OPERATORS (WS-CX)
                                        WS-CY-BASE-LOOKUPS (WS-CX)
           .
      *
       FIND-PAIR.
           MOVE ZERO                 TO WS-PX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PR-COUNT OR WS-PX > ZERO
              IF WS-PR-OPER-IX (WS-IX) = WS-OX AND
                 WS-PR-CODE (WS-IX) = IL-COUNTRY
                 MOVE WS-IX          TO WS-PX
              END-IF
           END-PERFORM
           IF WS-PX > ZERO OR WS-PR-COUNT >= 6000
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-PR-COUNT
           MOVE WS-PR-COUNT          TO WS-PX
           MOVE WS-OX                TO WS-PR-OPER-IX (WS-PX)
           MOVE IL-COUNTRY           TO WS-PR-CODE (WS-PX)
           MOVE ZERO                 TO WS-PR-MONTH-HITS (WS-PX)
                                        WS-PR-BASE-HITS (WS-PX)
           .
      *
      *    DISTINCT COUNTRIES PER OPERATOR, THE ONES NEW AGAINST THE
      *    BASELINE, AND DISTINCT OPERATORS PER COUNTRY - DONE WHILE
      *    THE PAIRS STILL POINT AT UNSORTED OPERATOR ENTRIES ***
       SETTLE-PAIRS.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PR-COUNT
              IF WS-PR-MONTH-HITS (WS-PX) > ZERO
                 MOVE WS-PR-OPER-IX (WS-PX) TO WS-OX
                 ADD 1               TO WS-OP-COUNTRIES (WS-OX)
                 IF WS-PR-BASE-HITS (WS-PX) = ZERO
                    ADD 1            TO WS-OP-NEW-COUNTRIES (WS-OX)
                 END-IF
                 PERFORM VARYING WS-CX FROM 1 BY 1
                         UNTIL WS-CX > WS-CY-COUNT
                    IF WS-CY-CODE (WS-CX) = WS-PR-CODE (WS-PX)
                       ADD 1         TO WS-CY-OPERATORS (WS-CX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
      *
       SORT-OPERATORS.
           MOVE 'Y'                  TO WS-SWAPPED
           PERFORM UNTIL NOT WS-SWAPPED-YES
              MOVE 'N'               TO WS-SWAPPED
              PERFORM VARYING WS-OX FROM 1 BY 1
                      UNTIL WS-OX >= WS-OP-COUNT
                 IF WS-OP-ID (WS-OX) > WS-OP-ID (WS-OX + 1)
                    MOVE WS-OP-ENTRY (WS-OX)     TO WS-OP-HOLD
                    MOVE WS-OP-ENTRY (WS-OX + 1) TO WS-OP-ENTRY (WS-OX)
                    MOVE WS-OP-HOLD  TO WS-OP-ENTRY (WS-OX + 1)
                    MOVE 'Y'         TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
       SORT-COUNTRIES.
           MOVE 'Y'                  TO WS-SWAPPED
           PERFORM UNTIL NOT WS-SWAPPED-YES
              MOVE 'N'               TO WS-SWAPPED
              PERFORM VARYING WS-CX FROM 1 BY 1
                      UNTIL WS-CX >= WS-CY-COUNT
                 IF WS-CY-CODE (WS-CX) > WS-CY-CODE (WS-CX + 1)
                    MOVE WS-CY-ENTRY (WS-CX)     TO WS-CY-HOLD
                    MOVE WS-CY-ENTRY (WS-CX + 1) TO WS-CY-ENTRY (WS-CX)
                    MOVE WS-CY-HOLD  TO WS-CY-ENTRY (WS-CX + 1)
                    MOVE 'Y'         TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
      *    OPERATORS WITH NOTHING IN THE MONTH ARE LEFT OFF - THEY
      *    ONLY SERVED AS A BASELINE ***
       WRITE-OPERATOR-SECTION.
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE '  LOOKUPS BY OPERATOR' TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-2
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OP-COUNT
              IF WS-OP-LOOKUPS (WS-OX) > ZERO
                 PERFORM WRITE-ONE-OPERATOR
              END-IF
           END-PERFORM
           IF WS-LINES-IN-MONTH = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  NO LOOKUPS LOGGED FOR THE MONTH' TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           .
      *
       WRITE-ONE-OPERATOR.
           MOVE SPACES               TO WS-DETAILS-1
           MOVE 1                    TO WS-FLAG-PTR
           COMPUTE WS-BASE-AVG ROUNDED =
              WS-OP-BASE-LOOKUPS (WS-OX) / 3
           COMPUTE WS-VOLUME-LIMIT = WS-BASE-AVG * WS-VOLUME-FACTOR
           IF WS-AUTH-AVAIL-YES
              MOVE WS-OP-ID (WS-OX)  TO OA-OPER-ID
              READ OPERAUTH-FILE
                 INVALID KEY
                    STRING 'NOT ON OPERAUTH ' DELIMITED BY SIZE
                      INTO D1-FLAGS-O WITH POINTER WS-FLAG-PTR
              END-READ
           END-IF
           IF WS-OP-LOOKUPS (WS-OX) > WS-VOLUME-LIMIT AND
              WS-OP-LOOKUPS (WS-OX) > WS-VOLUME-FLOOR
              STRING 'VOLUME ' DELIMITED BY SIZE
                INTO D1-FLAGS-O WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-OP-OFF-HOURS (WS-OX) > ZERO AND
              WS-OP-BASE-OFF-HOURS (WS-OX) = ZERO
              STRING 'OFF-HOURS ' DELIMITED BY SIZE
                INTO D1-FLAGS-O WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-OP-NEW-COUNTRIES (WS-OX) > WS-NEW-COUNTRY-LIMIT
              STRING 'NEW COUNTRIES ' DELIMITED BY SIZE
                INTO D1-FLAGS-O WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FLAG-PTR > 1
              ADD 1                  TO WS-OPERS-FLAGGED
           END-IF
           MOVE WS-OP-ID (WS-OX)     TO D1-OPER-O
           MOVE WS-OP-LOOKUPS (WS-OX)     TO D1-LOOKUPS-O
           MOVE WS-OP-NOT-FOUND (WS-OX)   TO D1-NOT-FOUND-O
           MOVE WS-OP-COUNTRIES (WS-OX)   TO D1-COUNTRIES-O
           MOVE WS-BASE-AVG               TO D1-BASE-AVG-O
           MOVE WS-OP-OFF-HOURS (WS-OX)   TO D1-OFF-HOURS-O
           MOVE WS-OP-NEW-COUNTRIES (WS-OX) TO D1-NEW-O
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
       WRITE-COUNTRY-SECTION.
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE '  LOOKUPS BY COUNTRY' TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-3
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CY-COUNT
              IF WS-CY-LOOKUPS (WS-CX) > ZERO
                 MOVE SPACES         TO WS-DETAILS-2
                 MOVE WS-CY-CODE (WS-CX)      TO D2-CODE-O
                 MOVE WS-CY-LOOKUPS (WS-CX)   TO D2-LOOKUPS-O
                 MOVE WS-CY-OPERATORS (WS-CX) TO D2-OPERATORS-O
                 COMPUTE WS-BASE-AVG ROUNDED =
                    WS-CY-BASE-LOOKUPS (WS-CX) / 3
                 MOVE WS-BASE-AVG             TO D2-BASE-AVG-O
                 WRITE PRINT-REC     FROM WS-DETAILS-2
              END-IF
           END-PERFORM
           .
      *
