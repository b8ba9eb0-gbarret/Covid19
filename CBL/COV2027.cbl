      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2027.
       AUTHOR.         GEORGES B.
      *    Country-group rollup report off the CNTRYGRP groupings
      *    COV2026 maintains - the EU/G7/OECD/income-group/neighbours
      *    view COV1906's one-region-per-country rollup cannot give.
      *    Every country's latest (or as-of) COVID19D totals and
      *    COVID19V people-vaccinated figures are collected the way
      *    COV1906 does it, with its POPULATN figure; each group then
      *    sums the countries that were members on the reporting date
      *    (a join on or before it with no later leave). Per-100K and
      *    coverage figures are worked on the group's combined
      *    population - members with no POPULATN figure are counted
      *    in NO POP and left out of the rates, not let inflate them.
      *    OLDEST DATA is the earliest of the members' latest case
      *    dates, so a group carried by one stale feed shows it. Each
      *    group's membership on the reporting date is listed at the
      *    foot. PARM: as-of date (zero or none = latest, membership
      *    as of today), optionally followed by one group id ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   CNTRYGRP-FILE       ASSIGN CNTRYGRP
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CG-KEY
                    FILE STATUS         IS WS-CNTRYGRP-STATUS
           .
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
           SELECT   POPULATN-FILE       ASSIGN POPULATN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS P-CODE
                    FILE STATUS         IS WS-POPULATN-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19V-FILE       ASSIGN COVID19V
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CVV-CODE-DATE
                    FILE STATUS         IS WS-COVID19V-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  CNTRYGRP-FILE.
       COPY CNTRYGRP REPLACING       ==:TAG1:== BY ==CNTRYGRP==
                                     ==:TAG2:== BY ==CG==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING       ==:TAG1:== BY ==COUNTRYS==
                                     ==:TAG2:== BY ==C==.
      *
       FD  POPULATN-FILE.
       COPY POPULATN REPLACING       ==:TAG1:== BY ==POPULATN==
                                     ==:TAG2:== BY ==P==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING       ==:TAG1:== BY ==COVID19D==
                                     ==:TAG2:== BY ==CV==.
      *
       FD  COVID19V-FILE.
       COPY COVID19V REPLACING       ==:TAG1:== BY ==COVID19V==
                                     ==:TAG2:== BY ==CVV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-CNTRYGRP-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS       PIC 99 VALUE ZEROS.
           03 WS-POPULATN-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19V-STATUS       PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-POP-AVAIL             PIC X VALUE 'N'.
            88 WS-POP-AVAIL-YES        VALUE 'Y'.
           03 WS-VAC-AVAIL             PIC X VALUE 'N'.
            88 WS-VAC-AVAIL-YES        VALUE 'Y'.
      *    THE STANDING OF THE (GROUP, COUNTRY) PAIR BEING READ ***
           03 WS-IS-MEMBER             PIC X VALUE 'N'.
            88 WS-IS-MEMBER-YES        VALUE 'Y'.
           03 WS-GROUP-WANTED          PIC X VALUE 'N'.
            88 WS-GROUP-WANTED-YES     VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-AS-OF-DATE            PIC 9(08) VALUE ZEROES.
      *    THE DATE MEMBERSHIP IS TAKEN ON - THE AS-OF DATE, OR
      *    TODAY ON A LATEST RUN ***
           03 WS-MEMBER-DATE           PIC 9(08) VALUE ZEROES.
           03 WS-ONLY-GROUP            PIC X(08) VALUE SPACES.
      *
      *    ONE ENTRY PER COUNTRY ON COUNTRYS, IN CODE ORDER, WITH
      *    ITS LATEST QUALIFYING FIGURES AND ITS POPULATION ***
       01  WS-COUNTRY-TABLE.
           03 WS-CT-ENTRY OCCURS 1 TO 300 TIMES
                           DEPENDING ON WS-CT-COUNT
                           ASCENDING KEY IS WS-CT-CODE
                           INDEXED BY WS-CT-IDX.
              05 WS-CT-CODE            PIC X(05).
              05 WS-CT-NAME            PIC X(30).
              05 WS-CT-D-DATE          PIC 9(08).
              05 WS-CT-TOTAL-CONF      PIC 9(09).
              05 WS-CT-TOTAL-DEATH     PIC 9(09).
              05 WS-CT-V-DATE          PIC 9(08).
              05 WS-CT-PEOPLE-VACC     PIC 9(09).
              05 WS-CT-PEOPLE-FULL     PIC 9(09).
              05 WS-CT-POPULATION      PIC 9(11).
       01  WS-CT-COUNT                 PIC 9(03) VALUE ZEROES.
       01  WS-CT-SUB                   PIC 9(03) VALUE ZEROES.
      *
      *    ONE ENTRY PER GROUP REPORTED, SUMMED OVER ITS MEMBERS ***
       01  WS-GROUP-TABLE.
           03 WS-GR-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-GR-IDX.
              05 WS-GR-ID              PIC X(08).
              05 WS-GR-NAME            PIC X(40).
              05 WS-GR-MEMBERS         PIC 9(03).
              05 WS-GR-NO-POP          PIC 9(03).
              05 WS-GR-OLDEST-DATE     PIC 9(08).
              05 WS-GR-POPULATION      PIC 9(13).
              05 WS-GR-TOTAL-CONF      PIC 9(11).
              05 WS-GR-TOTAL-DEATH     PIC 9(11).
      *       THE SAME FIGURES OVER THE MEMBERS WITH A POPULATION -
      *       THE NUMERATORS OF THE RATES ***
              05 WS-GR-RATE-CONF       PIC 9(11).
              05 WS-GR-RATE-DEATH      PIC 9(11).
              05 WS-GR-RATE-VACC       PIC 9(11).
              05 WS-GR-RATE-FULL       PIC 9(11).
       01  WS-GR-COUNT                 PIC 9(03) VALUE ZEROES.
      *
      *    EVERY MEMBER ON THE REPORTING DATE, FOR THE FOOT - THE
      *    COUNTRY SUB IS ZERO FOR A CODE NO LONGER ON COUNTRYS ***
       01  WS-MEMBER-TABLE.
           03 WS-MB-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-MB-IDX.
              05 WS-MB-GROUP-SUB       PIC 9(03).
              05 WS-MB-CODE            PIC X(05).
              05 WS-MB-COUNTRY-SUB     PIC 9(03).
       01  WS-MB-COUNT                 PIC 9(04) VALUE ZEROES.
      *
       01  WS-CURR-GROUP               PIC X(08) VALUE SPACES.
       01  WS-CURR-CODE                PIC X(05) VALUE SPACES.
       01  WS-RATE-WORK                PIC 9(07)V99 VALUE ZEROES.
       01  WS-FOOT-COLUMN              PIC 9(01) VALUE ZERO.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-GROUPS-LISTED         PIC 9(05) VALUE ZEROES.
           03 WS-MEMBERS-LISTED        PIC 9(05) VALUE ZEROES.
           03 WS-TABLE-OVERFLOWS       PIC 9(05) VALUE ZEROES.
      *
      *    A PARM LONGER THAN ITS LAYOUT IS CUT AT THE FIELD ***
       77  WS-PARM-TEXT-LEN            PIC S9(4) COMP VALUE ZERO.
      *
      *    SHARED TOKEN ON THE COVID19 INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2027'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2027'.
           03 FILLER                   PIC X(50) VALUE
                '*** COUNTRY GROUP ROLLUP REPORT *** '.
           03 H1-AS-OF-O               PIC X(30).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'GROUP'.
           03 FILLER                   PIC X(25) VALUE 'NAME'.
           03 FILLER                   PIC X(04) VALUE 'MEM'.
           03 FILLER                   PIC X(16) VALUE
                '      POPULATION'.
           03 FILLER                   PIC X(12) VALUE
                '  TOTAL CONF'.
           03 FILLER                   PIC X(11) VALUE
                ' CONF/100K'.
           03 FILLER                   PIC X(11) VALUE
                ' TOTAL DTHS'.
           03 FILLER                   PIC X(10) VALUE
                'DTHS/100K'.
           03 FILLER                   PIC X(07) VALUE ' 1DOSE%'.
           03 FILLER                   PIC X(07) VALUE '  FULL%'.
           03 FILLER                   PIC X(11) VALUE
                ' OLDEST DTA'.
           03 FILLER                   PIC X(06) VALUE 'NO POP'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-GROUP-O               PIC X(08).
           03 FILLER                   PIC X(01).
           03 D1-NAME-O                PIC X(24).
           03 FILLER                   PIC X(01).
           03 D1-MEMBERS-O             PIC ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-POPULATION-O          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-TOTAL-CONF-O          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-CONF-100K-O           PIC ZZZ,ZZ9.99.
           03 FILLER                   PIC X(01).
           03 D1-TOTAL-DEATH-O         PIC ZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-DEATH-100K-O          PIC ZZ,ZZ9.99.
           03 FILLER                   PIC X(01).
           03 D1-VACC-PCT-O            PIC ZZ9.99.
           03 FILLER                   PIC X(01).
           03 D1-FULL-PCT-O            PIC ZZ9.99.
           03 FILLER                   PIC X(01).
           03 D1-OLDEST-O              PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-NO-POP-O              PIC ZZ9.
      *
       01  WS-FOOT-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(22) VALUE
                'MEMBERSHIP ON '.
           03 FH-DATE-O                PIC X(10).
      *
       01  WS-FOOT-GROUP-LINE.
           03 FILLER                   PIC X(02).
           03 FG-GROUP-O               PIC X(08).
           03 FILLER                   PIC X(02).
           03 FG-NAME-O                PIC X(40).
      *
       01  WS-FOOT-MEMBER-LINE.
           03 FILLER                   PIC X(04).
           03 FM-ENTRY OCCURS 3 TIMES.
              05 FM-CODE-O             PIC X(05).
              05 FILLER                PIC X(01).
              05 FM-NAME-O             PIC X(30).
              05 FILLER                PIC X(02).
      *=============================
       LINKAGE SECTION.
      *=============================
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20220131NEIGHBR' - AS-OF DATE (ZEROS = LATEST), THEN
      *    AN OPTIONAL GROUP ID; NO PARM = LATEST, EVERY GROUP ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-AS-OF            PIC X(08).
           03 LK-PARM-GROUP-ID         PIC X(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              IF LK-PARM-AS-OF NUMERIC
                 MOVE LK-PARM-AS-OF    TO WS-AS-OF-DATE
              ELSE
                 DISPLAY '*** ERROR as-of date not numeric: '
                         LK-PARM-AS-OF
                 MOVE 8                TO RETURN-CODE
                 GOBACK
              END-IF
              IF LK-PARM-LEN > 8
                 COMPUTE WS-PARM-TEXT-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 8, 8)
                 MOVE LK-PARM-GROUP-ID (1:WS-PARM-TEXT-LEN)
                                       TO WS-ONLY-GROUP
              END-IF
           END-IF
           IF WS-AS-OF-DATE = ZERO
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-MEMBER-DATE
           ELSE
              MOVE WS-AS-OF-DATE       TO WS-MEMBER-DATE
           END-IF
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
           PERFORM BUILD-COUNTRY-TABLE
           PERFORM BUILD-CASE-FIGURES
           IF WS-VAC-AVAIL-YES
              PERFORM BUILD-VACCINATION-FIGURES
           END-IF
           PERFORM BUILD-GROUP-TOTALS
           PERFORM WRITE-GROUP-REPORT
           PERFORM WRITE-MEMBERSHIP-FOOT
           DISPLAY 'Groups LISTED: '           WS-GROUPS-LISTED
           DISPLAY 'Memberships LISTED: '      WS-MEMBERS-LISTED
           IF WS-TABLE-OVERFLOWS > ZERO
              DISPLAY 'Table OVERFLOWS: '      WS-TABLE-OVERFLOWS
              MOVE 4                   TO RETURN-CODE
           END-IF
           CLOSE CNTRYGRP-FILE COUNTRYS-FILE COVID19D-FILE PRINT-LINE
           IF WS-POP-AVAIL-YES
              CLOSE POPULATN-FILE
           END-IF
           IF WS-VAC-AVAIL-YES
              CLOSE COVID19V-FILE
           END-IF
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
      *    POPULATN AND COVID19V ARE OPTIONAL - WITHOUT THEM THE RATE
      *    AND COVERAGE COLUMNS STAY EMPTY ***
       OPEN-FILES.
           OPEN INPUT CNTRYGRP-FILE
           IF WS-CNTRYGRP-STATUS > 0
              DISPLAY '*** ERROR OPENING CNTRYGRP-FILE-STATUS: '
                          WS-CNTRYGRP-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              MOVE 16                  TO RETURN-CODE
              CLOSE CNTRYGRP-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 16                  TO RETURN-CODE
              CLOSE CNTRYGRP-FILE COUNTRYS-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT POPULATN-FILE
           IF WS-POPULATN-STATUS = ZERO
              MOVE 'Y'                 TO WS-POP-AVAIL
           ELSE
              DISPLAY '*** POPULATN not available, status: '
                          WS-POPULATN-STATUS ' - no rates'
           END-IF
           OPEN INPUT COVID19V-FILE
           IF WS-COVID19V-STATUS = ZERO
              MOVE 'Y'                 TO WS-VAC-AVAIL
           ELSE
              DISPLAY '*** COVID19V not available, status: '
                          WS-COVID19V-STATUS ' - no coverage'
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
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           WRITE PRINT-REC           FROM WS-HEADER-2
           .
      *
      *    COUNTRYS COMES IN CODE ORDER, SO THE TABLE IS READY FOR
      *    SEARCH ALL AS LOADED ***
       BUILD-COUNTRY-TABLE.
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COUNTRYS-FILE
                 AT END
                    MOVE 'Y'           TO WS-LAST-REC
                 NOT AT END
                    IF WS-CT-COUNT < 300
                       ADD 1           TO WS-CT-COUNT
                       SET WS-CT-IDX   TO WS-CT-COUNT
                       PERFORM LOAD-ONE-COUNTRY
                    ELSE
                       ADD 1           TO WS-TABLE-OVERFLOWS
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       LOAD-ONE-COUNTRY.
           MOVE C-CODE                 TO WS-CT-CODE (WS-CT-IDX)
           MOVE C-NAME                 TO WS-CT-NAME (WS-CT-IDX)
           MOVE ZEROS                  TO WS-CT-D-DATE (WS-CT-IDX)
                                         WS-CT-TOTAL-CONF (WS-CT-IDX)
                                         WS-CT-TOTAL-DEATH (WS-CT-IDX)
                                         WS-CT-V-DATE (WS-CT-IDX)
                                         WS-CT-PEOPLE-VACC (WS-CT-IDX)
                                         WS-CT-PEOPLE-FULL (WS-CT-IDX)
                                         WS-CT-POPULATION (WS-CT-IDX)
           IF WS-POP-AVAIL-YES
              MOVE C-CODE              TO P-CODE
              READ POPULATN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE P-POPULATION  TO WS-CT-POPULATION (WS-CT-IDX)
              END-READ
           END-IF
           .
      *
      *    ONE PASS OVER COVID19D, KEEPING EACH COUNTRY'S LAST
      *    QUALIFYING (ON-OR-BEFORE AS-OF) TOTALS, AS COV1906 DOES ***
       BUILD-CASE-FIGURES.
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19D-FILE
                 AT END
                    MOVE 'Y'           TO WS-LAST-REC
                 NOT AT END
                    IF WS-AS-OF-DATE = ZERO OR
                       CV-DATE NOT > WS-AS-OF-DATE
                       PERFORM STORE-CASE-FIGURES
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       STORE-CASE-FIGURES.
           SEARCH ALL WS-CT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CT-CODE (WS-CT-IDX) = CV-CODE
                 MOVE CV-DATE            TO WS-CT-D-DATE (WS-CT-IDX)
                 MOVE CV-TOTAL-CONFIRMED TO WS-CT-TOTAL-CONF (WS-CT-IDX)
                 MOVE CV-TOTAL-DEATHS   TO WS-CT-TOTAL-DEATH (WS-CT-IDX)
           END-SEARCH
           .
      *
       BUILD-VACCINATION-FIGURES.
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19V-FILE
                 AT END
                    MOVE 'Y'           TO WS-LAST-REC
                 NOT AT END
                    IF WS-AS-OF-DATE = ZERO OR
                       CVV-DATE NOT > WS-AS-OF-DATE
                       PERFORM STORE-VACCINATION-FIGURES
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       STORE-VACCINATION-FIGURES.
           SEARCH ALL WS-CT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CT-CODE (WS-CT-IDX) = CVV-CODE
                 MOVE CVV-DATE           TO WS-CT-V-DATE (WS-CT-IDX)
                 MOVE CVV-PEOPLE-VACCINATED
                                   TO WS-CT-PEOPLE-VACC (WS-CT-IDX)
                 MOVE CVV-PEOPLE-FULLY-VACCINATED
                                   TO WS-CT-PEOPLE-FULL (WS-CT-IDX)
           END-SEARCH
           .
      *
      *=============================
      *    ONE PASS OVER CNTRYGRP: A GROUP DEFINITION STARTS A
      *    GROUP; EACH COUNTRY'S JOIN/LEAVE ENTRIES COME TOGETHER IN
      *    DATE ORDER, SO ITS STANDING ON THE REPORTING DATE IS THE
      *    LAST ENTRY NOT AFTER IT ***
      *=============================
       BUILD-GROUP-TOTALS.
           MOVE 'N'                    TO WS-LAST-REC
           MOVE SPACES                 TO WS-CURR-GROUP WS-CURR-CODE
           PERFORM UNTIL WS-LAST-REC-YES
              READ CNTRYGRP-FILE
                 AT END
                    MOVE 'Y'           TO WS-LAST-REC
                 NOT AT END
                    PERFORM TAKE-GROUP-ENTRY
              END-READ
           END-PERFORM
           PERFORM CLOSE-COUNTRY-STANDING
           .
      *
       TAKE-GROUP-ENTRY.
           IF CG-GROUP-ID NOT = WS-CURR-GROUP OR
              CG-CODE NOT = WS-CURR-CODE
              PERFORM CLOSE-COUNTRY-STANDING
              MOVE CG-CODE             TO WS-CURR-CODE
              MOVE 'N'                 TO WS-IS-MEMBER
           END-IF
           IF CG-GROUP-ID NOT = WS-CURR-GROUP
              MOVE CG-GROUP-ID         TO WS-CURR-GROUP
              PERFORM START-NEW-GROUP
           END-IF
           IF CG-IS-DEFINITION
              IF WS-GROUP-WANTED-YES
                 MOVE CG-GROUP-NAME    TO WS-GR-NAME (WS-GR-COUNT)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF CG-EFF-DATE NOT > WS-MEMBER-DATE
              IF CG-IS-JOIN
                 MOVE 'Y'              TO WS-IS-MEMBER
              ELSE
                 MOVE 'N'              TO WS-IS-MEMBER
              END-IF
           END-IF
           .
      *
       START-NEW-GROUP.
           MOVE 'N'                    TO WS-GROUP-WANTED
           IF WS-ONLY-GROUP NOT = SPACES AND
              CG-GROUP-ID NOT = WS-ONLY-GROUP
              EXIT PARAGRAPH
           END-IF
           IF WS-GR-COUNT NOT < 100
              ADD 1                    TO WS-TABLE-OVERFLOWS
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                    TO WS-GROUP-WANTED
           ADD 1                       TO WS-GR-COUNT
           SET WS-GR-IDX               TO WS-GR-COUNT
           MOVE CG-GROUP-ID            TO WS-GR-ID (WS-GR-IDX)
           MOVE '(NO DEFINITION)'      TO WS-GR-NAME (WS-GR-IDX)
           MOVE ZEROS                  TO WS-GR-MEMBERS (WS-GR-IDX)
                                          WS-GR-NO-POP (WS-GR-IDX)
                                          WS-GR-OLDEST-DATE (WS-GR-IDX)
                                          WS-GR-POPULATION (WS-GR-IDX)
                                          WS-GR-TOTAL-CONF (WS-GR-IDX)
                                          WS-GR-TOTAL-DEATH (WS-GR-IDX)
                                          WS-GR-RATE-CONF (WS-GR-IDX)
                                          WS-GR-RATE-DEATH (WS-GR-IDX)
                                          WS-GR-RATE-VACC (WS-GR-IDX)
                                          WS-GR-RATE-FULL (WS-GR-IDX)
           .
      *
      *    THE COUNTRY JUST FINISHED WAS A MEMBER ON THE DATE - ADD
      *    IT TO ITS GROUP AND TO THE FOOT LIST ***
       CLOSE-COUNTRY-STANDING.
           IF NOT WS-IS-MEMBER-YES OR NOT WS-GROUP-WANTED-YES
              OR WS-CURR-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-IS-MEMBER
           SET WS-GR-IDX               TO WS-GR-COUNT
           ADD 1                       TO WS-GR-MEMBERS (WS-GR-IDX)
           MOVE ZERO                   TO WS-CT-SUB
           SEARCH ALL WS-CT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CT-CODE (WS-CT-IDX) = WS-CURR-CODE
                 SET WS-CT-SUB         TO WS-CT-IDX
           END-SEARCH
           IF WS-MB-COUNT < 3000
              ADD 1                    TO WS-MB-COUNT
              SET WS-MB-IDX            TO WS-MB-COUNT
              MOVE WS-GR-COUNT         TO WS-MB-GROUP-SUB (WS-MB-IDX)
              MOVE WS-CURR-CODE        TO WS-MB-CODE (WS-MB-IDX)
              MOVE WS-CT-SUB           TO WS-MB-COUNTRY-SUB (WS-MB-IDX)
           ELSE
              ADD 1                    TO WS-TABLE-OVERFLOWS
           END-IF
           IF WS-CT-SUB = ZERO
              ADD 1                    TO WS-GR-NO-POP (WS-GR-IDX)
              EXIT PARAGRAPH
           END-IF
           SET WS-CT-IDX               TO WS-CT-SUB
           ADD WS-CT-TOTAL-CONF (WS-CT-IDX)
                                 TO WS-GR-TOTAL-CONF (WS-GR-IDX)
           ADD WS-CT-TOTAL-DEATH (WS-CT-IDX)
                                 TO WS-GR-TOTAL-DEATH (WS-GR-IDX)
           IF WS-CT-D-DATE (WS-CT-IDX) > ZERO
              IF WS-GR-OLDEST-DATE (WS-GR-IDX) = ZERO OR
                 WS-CT-D-DATE (WS-CT-IDX) <
                 WS-GR-OLDEST-DATE (WS-GR-IDX)
                 MOVE WS-CT-D-DATE (WS-CT-IDX)
                                 TO WS-GR-OLDEST-DATE (WS-GR-IDX)
              END-IF
           END-IF
           IF WS-CT-POPULATION (WS-CT-IDX) = ZERO
              ADD 1                    TO WS-GR-NO-POP (WS-GR-IDX)
              EXIT PARAGRAPH
           END-IF
           ADD WS-CT-POPULATION (WS-CT-IDX)
                                 TO WS-GR-POPULATION (WS-GR-IDX)
           ADD WS-CT-TOTAL-CONF (WS-CT-IDX)
                                 TO WS-GR-RATE-CONF (WS-GR-IDX)
           ADD WS-CT-TOTAL-DEATH (WS-CT-IDX)
                                 TO WS-GR-RATE-DEATH (WS-GR-IDX)
           ADD WS-CT-PEOPLE-VACC (WS-CT-IDX)
                                 TO WS-GR-RATE-VACC (WS-GR-IDX)
           ADD WS-CT-PEOPLE-FULL (WS-CT-IDX)
                                 TO WS-GR-RATE-FULL (WS-GR-IDX)
           .
      *
       WRITE-GROUP-REPORT.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
              UNTIL WS-GR-IDX > WS-GR-COUNT
              PERFORM WRITE-ONE-GROUP-LINE
           END-PERFORM
           .
      *
       WRITE-ONE-GROUP-LINE.
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-GR-ID (WS-GR-IDX)   TO D1-GROUP-O
           MOVE WS-GR-NAME (WS-GR-IDX) TO D1-NAME-O
           MOVE WS-GR-MEMBERS (WS-GR-IDX)    TO D1-MEMBERS-O
           MOVE WS-GR-POPULATION (WS-GR-IDX) TO D1-POPULATION-O
           MOVE WS-GR-TOTAL-CONF (WS-GR-IDX) TO D1-TOTAL-CONF-O
           MOVE WS-GR-TOTAL-DEATH (WS-GR-IDX) TO D1-TOTAL-DEATH-O
           MOVE WS-GR-NO-POP (WS-GR-IDX)     TO D1-NO-POP-O
           IF WS-GR-POPULATION (WS-GR-IDX) > ZERO
              COMPUTE WS-RATE-WORK ROUNDED =
                 WS-GR-RATE-CONF (WS-GR-IDX) * 100000
                 / WS-GR-POPULATION (WS-GR-IDX)
              MOVE WS-RATE-WORK        TO D1-CONF-100K-O
              COMPUTE WS-RATE-WORK ROUNDED =
                 WS-GR-RATE-DEATH (WS-GR-IDX) * 100000
                 / WS-GR-POPULATION (WS-GR-IDX)
              MOVE WS-RATE-WORK        TO D1-DEATH-100K-O
              IF WS-VAC-AVAIL-YES
                 COMPUTE WS-RATE-WORK ROUNDED =
                    WS-GR-RATE-VACC (WS-GR-IDX) * 100
                    / WS-GR-POPULATION (WS-GR-IDX)
                 MOVE WS-RATE-WORK     TO D1-VACC-PCT-O
                 COMPUTE WS-RATE-WORK ROUNDED =
                    WS-GR-RATE-FULL (WS-GR-IDX) * 100
                    / WS-GR-POPULATION (WS-GR-IDX)
                 MOVE WS-RATE-WORK     TO D1-FULL-PCT-O
              END-IF
           END-IF
           IF WS-GR-OLDEST-DATE (WS-GR-IDX) > ZERO
              MOVE WS-GR-OLDEST-DATE (WS-GR-IDX) TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              MOVE WS-EDIT-DATE-O      TO D1-OLDEST-O
           END-IF
           WRITE PRINT-REC           FROM WS-DETAILS-1
           ADD 1                       TO WS-GROUPS-LISTED
           .
      *
      *    THE MEMBER TABLE IS IN GROUP ORDER ALREADY - ONE HEADING
      *    LINE PER GROUP, THEN ITS MEMBERS THREE TO A LINE ***
       WRITE-MEMBERSHIP-FOOT.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-MEMBER-DATE         TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO FH-DATE-O
           WRITE PRINT-REC           FROM WS-FOOT-HEADER
           SET WS-MB-IDX               TO 1
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
              UNTIL WS-GR-IDX > WS-GR-COUNT
              MOVE SPACES              TO PRINT-REC
              WRITE PRINT-REC
              MOVE WS-GR-ID (WS-GR-IDX)   TO FG-GROUP-O
              MOVE WS-GR-NAME (WS-GR-IDX) TO FG-NAME-O
              WRITE PRINT-REC        FROM WS-FOOT-GROUP-LINE
              MOVE SPACES              TO WS-FOOT-MEMBER-LINE
              MOVE ZERO                TO WS-FOOT-COLUMN
              PERFORM UNTIL WS-MB-IDX > WS-MB-COUNT
                 OR WS-MB-GROUP-SUB (WS-MB-IDX) NOT = WS-GR-IDX
                 PERFORM ADD-FOOT-MEMBER
                 SET WS-MB-IDX         UP BY 1
              END-PERFORM
              IF WS-FOOT-COLUMN > ZERO
                 WRITE PRINT-REC     FROM WS-FOOT-MEMBER-LINE
              END-IF
           END-PERFORM
           .
      *
       ADD-FOOT-MEMBER.
           ADD 1                       TO WS-FOOT-COLUMN
           MOVE WS-MB-CODE (WS-MB-IDX) TO FM-CODE-O (WS-FOOT-COLUMN)
           IF WS-MB-COUNTRY-SUB (WS-MB-IDX) = ZERO
              MOVE '(NOT ON COUNTRYS)' TO FM-NAME-O (WS-FOOT-COLUMN)
           ELSE
              SET WS-CT-IDX         TO WS-MB-COUNTRY-SUB (WS-MB-IDX)
              MOVE WS-CT-NAME (WS-CT-IDX)
                                    TO FM-NAME-O (WS-FOOT-COLUMN)
           END-IF
           ADD 1                       TO WS-MEMBERS-LISTED
           IF WS-FOOT-COLUMN = 3
              WRITE PRINT-REC        FROM WS-FOOT-MEMBER-LINE
              MOVE SPACES              TO WS-FOOT-MEMBER-LINE
              MOVE ZERO                TO WS-FOOT-COLUMN
           END-IF
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
