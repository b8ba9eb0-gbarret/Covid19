      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1987.
       AUTHOR.         GEORGES B.
      *    Hospital occupancy-pressure report: walks the COVID19H
      *    census file in key order and divides each day's HOSP-CENSUS
      *    and ICU-CENSUS by the BEDCAPAC capacity era in force on
      *    that day (the latest effective date on or before it), so
      *    COV1948's head counts read as how full the wards are. Each
      *    line is banded - ICU occupancy over 85% prints a CRITICAL
      *    flag that stands out on the page, 70% and over a WATCH -
      *    and a census day with no capacity on file prints with the
      *    percents blank and is counted on the trailer. A second
      *    page rolls each country's latest day in the range up by
      *    its COUNTRYS region; a country past the table's room is
      *    left off that page and the run ends return code 4 ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19H-FILE       ASSIGN COVID19H
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CVHS-CODE-DATE
                    FILE STATUS         IS WS-COVID19H-STATUS
           .
           SELECT   BEDCAPAC-FILE       ASSIGN BEDCAPAC
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS BC-KEY
                    FILE STATUS         IS WS-BEDCAPAC-STATUS
           .
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19H-FILE.
       COPY COVID19H REPLACING       ==:TAG1:== BY ==COVID19H==
                                     ==:TAG2:== BY ==CVHS==.
      *
       FD  BEDCAPAC-FILE.
       COPY BEDCAPAC REPLACING       ==:TAG1:== BY ==BEDCAPAC==
                                     ==:TAG2:== BY ==BC==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING       ==:TAG1:== BY ==COUNTRYS==
                                     ==:TAG2:== BY ==C==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19H-STATUS          PIC 99 VALUE ZEROS.
       01  WS-BEDCAPAC-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-ERA-EOF               PIC X VALUE 'N'.
            88 WS-ERA-EOF-OK           VALUE 'Y'.
           03 WS-ERA-FOUND             PIC X VALUE 'N'.
            88 WS-ERA-FOUND-YES        VALUE 'Y'.
           03 WS-COUNTRYS-AVAIL        PIC X VALUE 'N'.
            88 WS-COUNTRYS-AVAIL-YES   VALUE 'Y'.
           03 WS-TAB-SKIP              PIC X VALUE 'N'.
            88 WS-TAB-SKIP-YES         VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-START-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-END-DATE              PIC 9(08) VALUE ZEROES.
      *
      *    ICU OCCUPANCY BANDS - OVER THE CRITICAL PERCENT IS WHAT THE
      *    MORNING CALL ASKS ABOUT FIRST ***
       77  WS-ICU-CRITICAL-PCT         PIC 9(03) VALUE 85.
       77  WS-ICU-WATCH-PCT            PIC 9(03) VALUE 70.
      *
       01  WS-CURR-CODE                PIC X(05) VALUE SPACES.
       01  WS-CURR-DATE-NUM            PIC 9(08) VALUE ZEROES.
       01  WS-HOSP-PCT                 PIC 9(05)V9 VALUE ZEROES.
       01  WS-ICU-PCT                  PIC 9(05)V9 VALUE ZEROES.
       01  WS-BAND                     PIC X(12) VALUE SPACES.
      *
      *    THE CURRENT COUNTRY'S CAPACITY ERAS, IN EFFECTIVE-DATE
      *    ORDER AS THE KEY DELIVERS THEM ***
       01  WS-ERA-TABLE.
           03 WS-ERA-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-ERA-IDX.
              05 WS-ERA-EFF-DATE       PIC 9(08).
              05 WS-ERA-GENERAL-BEDS   PIC 9(09).
              05 WS-ERA-ICU-BEDS       PIC 9(09).
       01  WS-ERA-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-ERA-GENERAL-IN-FORCE     PIC 9(09) VALUE ZEROES.
       01  WS-ERA-ICU-IN-FORCE         PIC 9(09) VALUE ZEROES.
      *
      *    EACH COUNTRY'S LATEST CENSUS DAY IN THE RANGE, FOR THE
      *    REGION PAGE ***
       01  WS-COUNTRY-TABLE.
           03 WS-COUNTRY-ENTRY OCCURS 250 TIMES
                                INDEXED BY WS-TAB-IDX.
              05 WS-TAB-CODE           PIC X(05).
              05 WS-TAB-HOSP-CENSUS    PIC 9(09).
              05 WS-TAB-ICU-CENSUS     PIC 9(09).
              05 WS-TAB-GENERAL-BEDS   PIC 9(09).
              05 WS-TAB-ICU-BEDS       PIC 9(09).
              05 WS-TAB-CRITICAL       PIC X(01).
       01  WS-TAB-COUNT                PIC 9(05) VALUE ZEROES.
      *
      *    ONE ENTRY PER REGION SEEN, SUMMED ACROSS ITS COUNTRIES ***
       01  WS-REGION-TABLE.
           03 WS-REGION-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-RG-IDX WS-RG-IDX-2.
              05 WS-RG-NAME            PIC X(20).
              05 WS-RG-COUNTRY-COUNT   PIC 9(05).
              05 WS-RG-HOSP-CENSUS     PIC 9(11).
              05 WS-RG-GENERAL-BEDS    PIC 9(11).
              05 WS-RG-ICU-CENSUS      PIC 9(11).
              05 WS-RG-ICU-BEDS        PIC 9(11).
              05 WS-RG-CRITICAL-COUNT  PIC 9(05).
       01  WS-RG-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-RG-FOUND-SW              PIC X VALUE 'N'.
            88 WS-RG-FOUND             VALUE 'Y'.
       01  WS-WORK-REGION              PIC X(20) VALUE SPACES.
      *
      *    SCRATCH SLOT FOR THE SORT SWAP ***
       01  WS-SWAP-HOLD                PIC X(90) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-DAYS-LISTED           PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-NO-CAPACITY      PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-ICU-CRITICAL     PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-ICU-WATCH        PIC 9(07) VALUE ZEROES.
           03 WS-TABLE-OVERFLOWS       PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1987'.
           03 FILLER                   PIC X(50) VALUE
                '*** HOSPITAL OCCUPANCY PRESSURE REPORT *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(10) VALUE 'DATE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'IN HOSPITAL'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'GEN BEDS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'HOSP %'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'IN ICU'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'ICU BEDS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'ICU %'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'BAND'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-HOSP-O                PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-GEN-BEDS-O            PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-HOSP-PCT-O            PIC ZZZZ9.9.
           03 FILLER                   PIC X(02).
           03 D1-ICU-O                 PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-ICU-BEDS-O            PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-ICU-PCT-O             PIC ZZZZ9.9.
           03 FILLER                   PIC X(02).
           03 D1-BAND-O                PIC X(12).
      *
       01  WS-HEADER-3.
           03 FILLER                   PIC X(20) VALUE 'COV1987'.
           03 FILLER                   PIC X(50) VALUE
                '*** OCCUPANCY BY REGION - LATEST DAY *** '.
      *
       01  WS-HEADER-4.
           03 FILLER                   PIC X(20) VALUE 'REGION'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CNTRYS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'IN HOSPITAL'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'GEN BEDS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'HOSP %'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'IN ICU'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'ICU BEDS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'ICU %'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'ICU>85%'.
      *
       01  WS-DETAILS-2.
           03 D2-REGION-O              PIC X(20).
           03 FILLER                   PIC X(02).
           03 D2-COUNTRY-COUNT-O       PIC ZZZZ9.
           03 FILLER                   PIC X(04).
           03 D2-HOSP-O                PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D2-GEN-BEDS-O            PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D2-HOSP-PCT-O            PIC ZZZZ9.9.
           03 FILLER                   PIC X(02).
           03 D2-ICU-O                 PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D2-ICU-BEDS-O            PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D2-ICU-PCT-O             PIC ZZZZ9.9.
           03 FILLER                   PIC X(02).
           03 D2-CRITICAL-O            PIC ZZZZ9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='2021010120210331' - ZEROS FOR AN OPEN END ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-START-DATE       PIC 9(08).
           03 LK-PARM-END-DATE         PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-START-DATE  TO WS-START-DATE
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
           ELSE
              DISPLAY '*** Start date YYYYMMDD, or 0 for all: '
              ACCEPT WS-START-DATE
              DISPLAY '*** End date YYYYMMDD, or 0 for all: '
              ACCEPT WS-END-DATE
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-COVID19H-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF (WS-START-DATE = ZERO OR
                  WS-CURR-DATE-NUM NOT < WS-START-DATE) AND
                 (WS-END-DATE = ZERO OR
                  WS-CURR-DATE-NUM NOT > WS-END-DATE)
                 PERFORM PROCESS-ONE-CENSUS-DAY
              END-IF
              PERFORM READ-COVID19H-NEXT
           END-PERFORM
           PERFORM ROLLUP-BY-REGION
           PERFORM SORT-REGION-TABLE
           PERFORM WRITE-REGION-PAGE
           DISPLAY 'Census days LISTED: '          WS-DAYS-LISTED
           DISPLAY 'Days with NO CAPACITY on file: '
                                                   WS-DAYS-NO-CAPACITY
           DISPLAY 'Days ICU over critical percent: '
                                                   WS-DAYS-ICU-CRITICAL
           DISPLAY 'Days ICU at watch level: '     WS-DAYS-ICU-WATCH
           IF WS-TABLE-OVERFLOWS > ZERO
              DISPLAY '*** Countries LEFT OFF the region page, table '
                      'full: ' WS-TABLE-OVERFLOWS
              MOVE 4                 TO RETURN-CODE
           END-IF
           CLOSE COVID19H-FILE BEDCAPAC-FILE PRINT-LINE
           IF WS-COUNTRYS-AVAIL-YES
              CLOSE COUNTRYS-FILE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT  COVID19H-FILE
           IF WS-COVID19H-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING COVID19H-FILE-STATUS: '
                          WS-COVID19H-STATUS
              MOVE 16                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT  BEDCAPAC-FILE
      *    NO CAPACITY FILE MEANS NOTHING TO DIVIDE BY - THE REPORT
      *    WOULD BE COV1948 WITH EMPTY COLUMNS ***
           IF WS-BEDCAPAC-STATUS NOT = ZERO
              DISPLAY '*** ERROR OPENING BEDCAPAC-FILE-STATUS: '
                          WS-BEDCAPAC-STATUS
              MOVE 8                 TO RETURN-CODE
              CLOSE COVID19H-FILE
              EXIT PARAGRAPH
           END-IF
      *    NO COUNTRYS JUST MEANS EVERY COUNTRY ROLLS UP UNASSIGNED ***
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS = ZERO
              MOVE 'Y'               TO WS-COUNTRYS-AVAIL
           ELSE
              DISPLAY '*** COUNTRYS not available, status: '
                          WS-COUNTRYS-STATUS
                      ' - region page prints UNASSIGNED'
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
       READ-COVID19H-NEXT.
           READ COVID19H-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
              NOT AT END MOVE CVHS-DATE TO WS-CURR-DATE-NUM
           END-READ
           .
      *
       PROCESS-ONE-CENSUS-DAY.
           IF CVHS-CODE NOT = WS-CURR-CODE
              MOVE CVHS-CODE         TO WS-CURR-CODE
              PERFORM LOAD-COUNTRY-ERAS
      *    A FULL TABLE LEAVES THE COUNTRY OFF THE REGION PAGE RATHER
      *    THAN OVERWRITE ANOTHER'S DAY - ITS LINES STILL PRINT ***
              MOVE 'N'               TO WS-TAB-SKIP
              IF WS-TAB-COUNT < 250
                 ADD 1               TO WS-TAB-COUNT
                 SET WS-TAB-IDX      TO WS-TAB-COUNT
                 MOVE CVHS-CODE      TO WS-TAB-CODE (WS-TAB-IDX)
              ELSE
                 MOVE 'Y'            TO WS-TAB-SKIP
                 ADD 1               TO WS-TABLE-OVERFLOWS
                 DISPLAY '*** Country table FULL - not rolled up: '
                             CVHS-CODE
              END-IF
           END-IF
           PERFORM FIND-ERA-IN-FORCE
           PERFORM SET-OCCUPANCY-BAND
           PERFORM WRITE-ONE-OCCUPANCY-LINE
           IF WS-TAB-SKIP-YES
              EXIT PARAGRAPH
           END-IF
      *    KEY ORDER MEANS THE LAST DAY STORED IS THE LATEST ***
           MOVE CVHS-HOSP-CENSUS     TO WS-TAB-HOSP-CENSUS (WS-TAB-IDX)
           MOVE CVHS-ICU-CENSUS      TO WS-TAB-ICU-CENSUS (WS-TAB-IDX)
           MOVE WS-ERA-GENERAL-IN-FORCE
                                     TO WS-TAB-GENERAL-BEDS (WS-TAB-IDX)
           MOVE WS-ERA-ICU-IN-FORCE  TO WS-TAB-ICU-BEDS (WS-TAB-IDX)
           MOVE 'N'                  TO WS-TAB-CRITICAL (WS-TAB-IDX)
           IF WS-BAND = 'CRITICAL ***'
              MOVE 'Y'               TO WS-TAB-CRITICAL (WS-TAB-IDX)
           END-IF
           .
      *
      *    ONE START/READ NEXT RUN OVER THE COUNTRY'S ERAS, DONE ONCE
      *    PER COUNTRY RATHER THAN ONCE PER CENSUS DAY ***
       LOAD-COUNTRY-ERAS.
           MOVE ZEROES               TO WS-ERA-COUNT
           MOVE 'N'                  TO WS-ERA-EOF
           MOVE CVHS-CODE            TO BC-CODE
           MOVE ZEROS                TO BC-EFF-DATE
           START BEDCAPAC-FILE KEY IS NOT LESS THAN BC-KEY
              INVALID KEY
                 MOVE 'Y'            TO WS-ERA-EOF
           END-START
           PERFORM UNTIL WS-ERA-EOF-OK
              READ BEDCAPAC-FILE NEXT RECORD
                 AT END MOVE 'Y'     TO WS-ERA-EOF
              END-READ
              IF NOT WS-ERA-EOF-OK
                 IF BC-CODE NOT = CVHS-CODE OR WS-ERA-COUNT >= 100
                    MOVE 'Y'         TO WS-ERA-EOF
                 ELSE
                    ADD 1            TO WS-ERA-COUNT
                    SET WS-ERA-IDX   TO WS-ERA-COUNT
                    MOVE BC-EFF-DATE TO WS-ERA-EFF-DATE (WS-ERA-IDX)
                    MOVE BC-GENERAL-BEDS
                                     TO WS-ERA-GENERAL-BEDS (WS-ERA-IDX)
                    MOVE BC-ICU-BEDS TO WS-ERA-ICU-BEDS (WS-ERA-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    THE ERAS ARE ASCENDING, SO THE LAST ONE STARTING ON OR
      *    BEFORE THE CENSUS DAY IS THE ONE IN FORCE ***
       FIND-ERA-IN-FORCE.
           MOVE 'N'                  TO WS-ERA-FOUND
           MOVE ZEROES               TO WS-ERA-GENERAL-IN-FORCE
                                        WS-ERA-ICU-IN-FORCE
           PERFORM VARYING WS-ERA-IDX FROM 1 BY 1
              UNTIL WS-ERA-IDX > WS-ERA-COUNT
              IF WS-ERA-EFF-DATE (WS-ERA-IDX) NOT > WS-CURR-DATE-NUM
                 MOVE 'Y'            TO WS-ERA-FOUND
                 MOVE WS-ERA-GENERAL-BEDS (WS-ERA-IDX)
                                     TO WS-ERA-GENERAL-IN-FORCE
                 MOVE WS-ERA-ICU-BEDS (WS-ERA-IDX)
                                     TO WS-ERA-ICU-IN-FORCE
              END-IF
           END-PERFORM
           .
      *
       SET-OCCUPANCY-BAND.
           MOVE ZEROES               TO WS-HOSP-PCT WS-ICU-PCT
           MOVE SPACES               TO WS-BAND
           IF NOT WS-ERA-FOUND-YES
              MOVE 'NO CAPACITY'     TO WS-BAND
              ADD 1                  TO WS-DAYS-NO-CAPACITY
              EXIT PARAGRAPH
           END-IF
           IF WS-ERA-GENERAL-IN-FORCE > ZERO
              COMPUTE WS-HOSP-PCT ROUNDED =
                 CVHS-HOSP-CENSUS * 100 / WS-ERA-GENERAL-IN-FORCE
           END-IF
           IF WS-ERA-ICU-IN-FORCE = ZERO
              MOVE 'NO ICU BEDS'     TO WS-BAND
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ICU-PCT ROUNDED =
              CVHS-ICU-CENSUS * 100 / WS-ERA-ICU-IN-FORCE
           EVALUATE TRUE
             WHEN WS-ICU-PCT > WS-ICU-CRITICAL-PCT
               MOVE 'CRITICAL ***'   TO WS-BAND
               ADD 1                 TO WS-DAYS-ICU-CRITICAL
             WHEN WS-ICU-PCT NOT < WS-ICU-WATCH-PCT
               MOVE 'WATCH'          TO WS-BAND
               ADD 1                 TO WS-DAYS-ICU-WATCH
             WHEN OTHER
               MOVE 'NORMAL'         TO WS-BAND
           END-EVALUATE
           .
      *
       WRITE-ONE-OCCUPANCY-LINE.
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE CVHS-CODE            TO D1-CODE-O
           MOVE CVHS-DATE-YEAR       TO D1-DATE-O (1:4)
           MOVE '-'                  TO D1-DATE-O (5:1)
           MOVE CVHS-DATE-MONTH      TO D1-DATE-O (6:2)
           MOVE '-'                  TO D1-DATE-O (8:1)
           MOVE CVHS-DATE-DAY        TO D1-DATE-O (9:2)
           MOVE CVHS-HOSP-CENSUS     TO D1-HOSP-O
           MOVE CVHS-ICU-CENSUS      TO D1-ICU-O
           IF WS-ERA-FOUND-YES
              MOVE WS-ERA-GENERAL-IN-FORCE TO D1-GEN-BEDS-O
              MOVE WS-ERA-ICU-IN-FORCE     TO D1-ICU-BEDS-O
              MOVE WS-HOSP-PCT             TO D1-HOSP-PCT-O
              IF WS-ERA-ICU-IN-FORCE > ZERO
                 MOVE WS-ICU-PCT           TO D1-ICU-PCT-O
              END-IF
           END-IF
           MOVE WS-BAND              TO D1-BAND-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           ADD 1                     TO WS-DAYS-LISTED
           .
      *
      *    FOR EACH COUNTRY'S LATEST DAY, LOOK UP ITS REGION AND ADD
      *    ITS CENSUS AND CAPACITY INTO THAT REGION'S BUCKET ***
       ROLLUP-BY-REGION.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
              UNTIL WS-TAB-IDX > WS-TAB-COUNT
              PERFORM LOOKUP-COUNTRY-REGION
              PERFORM ADD-TO-REGION-BUCKET
           END-PERFORM
           .
      *
       LOOKUP-COUNTRY-REGION.
           MOVE SPACES               TO WS-WORK-REGION
           IF WS-COUNTRYS-AVAIL-YES
              MOVE WS-TAB-CODE (WS-TAB-IDX) TO C-CODE
              READ COUNTRYS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE C-REGION    TO WS-WORK-REGION
              END-READ
           END-IF
           IF WS-WORK-REGION = SPACES
              MOVE 'UNASSIGNED'      TO WS-WORK-REGION
           END-IF
           .
      *
       ADD-TO-REGION-BUCKET.
           MOVE 'N'                  TO WS-RG-FOUND-SW
           IF WS-RG-COUNT > ZERO
              SET WS-RG-IDX          TO 1
              SEARCH WS-REGION-ENTRY VARYING WS-RG-IDX
                 AT END
                    CONTINUE
                 WHEN WS-RG-IDX > WS-RG-COUNT
                    CONTINUE
                 WHEN WS-RG-NAME (WS-RG-IDX) = WS-WORK-REGION
                    MOVE 'Y'         TO WS-RG-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT WS-RG-FOUND
              IF WS-RG-COUNT >= 50
                 EXIT PARAGRAPH
              END-IF
              ADD 1                  TO WS-RG-COUNT
              SET WS-RG-IDX          TO WS-RG-COUNT
              MOVE WS-WORK-REGION    TO WS-RG-NAME (WS-RG-IDX)
              MOVE ZEROES            TO WS-RG-COUNTRY-COUNT (WS-RG-IDX)
                                        WS-RG-HOSP-CENSUS (WS-RG-IDX)
                                        WS-RG-GENERAL-BEDS (WS-RG-IDX)
                                        WS-RG-ICU-CENSUS (WS-RG-IDX)
                                        WS-RG-ICU-BEDS (WS-RG-IDX)
                                        WS-RG-CRITICAL-COUNT (WS-RG-IDX)
           END-IF
           ADD 1                     TO WS-RG-COUNTRY-COUNT (WS-RG-IDX)
      *    A COUNTRY WITH NO CAPACITY ON FILE WOULD ADD PATIENTS
      *    WITHOUT BEDS AND INFLATE THE REGION PERCENT - ITS CENSUS
      *    ONLY COUNTS WHERE THERE ARE BEDS TO SET IT AGAINST ***
           IF WS-TAB-GENERAL-BEDS (WS-TAB-IDX) > ZERO
              ADD WS-TAB-HOSP-CENSUS (WS-TAB-IDX)
                                     TO WS-RG-HOSP-CENSUS (WS-RG-IDX)
              ADD WS-TAB-GENERAL-BEDS (WS-TAB-IDX)
                                     TO WS-RG-GENERAL-BEDS (WS-RG-IDX)
           END-IF
           IF WS-TAB-ICU-BEDS (WS-TAB-IDX) > ZERO
              ADD WS-TAB-ICU-CENSUS (WS-TAB-IDX)
                                     TO WS-RG-ICU-CENSUS (WS-RG-IDX)
              ADD WS-TAB-ICU-BEDS (WS-TAB-IDX)
                                     TO WS-RG-ICU-BEDS (WS-RG-IDX)
           END-IF
           IF WS-TAB-CRITICAL (WS-TAB-IDX) = 'Y'
              ADD 1                  TO WS-RG-CRITICAL-COUNT (WS-RG-IDX)
           END-IF
           .
      *
      *    SIMPLE ASCENDING BUBBLE SORT ON REGION NAME (SAME AS
      *    COV1906) ***
       SORT-REGION-TABLE.
           IF WS-RG-COUNT < 2
              EXIT PARAGRAPH
           END-IF
           PERFORM WS-RG-COUNT TIMES
              PERFORM VARYING WS-RG-IDX-2 FROM 2 BY 1
                 UNTIL WS-RG-IDX-2 > WS-RG-COUNT
                 IF WS-RG-NAME (WS-RG-IDX-2) <
                    WS-RG-NAME (WS-RG-IDX-2 - 1)
                    PERFORM SWAP-REGION-ENTRIES
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
       SWAP-REGION-ENTRIES.
           MOVE WS-REGION-ENTRY (WS-RG-IDX-2) TO WS-SWAP-HOLD
           MOVE WS-REGION-ENTRY (WS-RG-IDX-2 - 1) TO
                                  WS-REGION-ENTRY (WS-RG-IDX-2)
           MOVE WS-SWAP-HOLD TO WS-REGION-ENTRY (WS-RG-IDX-2 - 1)
           .
      *
       WRITE-REGION-PAGE.
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-3
                                     AFTER ADVANCING PAGE
           WRITE PRINT-REC         FROM WS-HEADER-4
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-RG-COUNT
              PERFORM WRITE-ONE-REGION-LINE
           END-PERFORM
           .
      *
       WRITE-ONE-REGION-LINE.
           MOVE SPACES                TO WS-DETAILS-2 PRINT-REC
           MOVE WS-RG-NAME (WS-RG-IDX) TO D2-REGION-O
           MOVE WS-RG-COUNTRY-COUNT (WS-RG-IDX) TO D2-COUNTRY-COUNT-O
           MOVE WS-RG-HOSP-CENSUS (WS-RG-IDX)   TO D2-HOSP-O
           MOVE WS-RG-GENERAL-BEDS (WS-RG-IDX)  TO D2-GEN-BEDS-O
           MOVE WS-RG-ICU-CENSUS (WS-RG-IDX)    TO D2-ICU-O
           MOVE WS-RG-ICU-BEDS (WS-RG-IDX)      TO D2-ICU-BEDS-O
           MOVE WS-RG-CRITICAL-COUNT (WS-RG-IDX) TO D2-CRITICAL-O
           MOVE ZEROES                TO WS-HOSP-PCT WS-ICU-PCT
           IF WS-RG-GENERAL-BEDS (WS-RG-IDX) > ZERO
              COMPUTE WS-HOSP-PCT ROUNDED =
                 WS-RG-HOSP-CENSUS (WS-RG-IDX) * 100 /
                 WS-RG-GENERAL-BEDS (WS-RG-IDX)
              MOVE WS-HOSP-PCT        TO D2-HOSP-PCT-O
           END-IF
           IF WS-RG-ICU-BEDS (WS-RG-IDX) > ZERO
              COMPUTE WS-ICU-PCT ROUNDED =
                 WS-RG-ICU-CENSUS (WS-RG-IDX) * 100 /
                 WS-RG-ICU-BEDS (WS-RG-IDX)
              MOVE WS-ICU-PCT         TO D2-ICU-PCT-O
           END-IF
           WRITE PRINT-REC           FROM WS-DETAILS-2
           .
      *
