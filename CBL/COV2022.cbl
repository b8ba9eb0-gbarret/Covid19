      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2022.
       AUTHOR.         GEORGES B.
      *    Variant-attributed case estimates: for one ISO week, takes
      *    each lineage's VARIANTS share of a country's sequenced
      *    cases and applies it to the same week's COVID19D
      *    NEW-CONFIRMED total (the seven daily records, Monday to
      *    Sunday) - "roughly how many of last week's cases were
      *    lineage X". Prints the estimate per lineage per country,
      *    then the estimates summed by lineage for each COUNTRYS
      *    region and for the world. A country-week sequenced over
      *    fewer than 30 samples is flagged LOW CONF and its share of
      *    each total is shown beside it. Countries that reported
      *    cases that week but sent no sequencing return are listed
      *    in a section of their own. PARM is the ISO week, e.g.
      *    202151; when omitted the last complete week is taken ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   VARIANTS-FILE       ASSIGN VARIANTS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS VR-KEY
                    FILE STATUS         IS WS-VARIANTS-STATUS
           .
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  VARIANTS-FILE.
       COPY VARIANTS REPLACING        ==:TAG1:== BY ==VARIANTS==
                                      ==:TAG2:== BY ==VR==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==COUNTRYS==
                                      ==:TAG2:== BY ==C==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-VARIANTS-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-LOW-CONF              PIC X VALUE 'N'.
            88 WS-LOW-CONF-YES         VALUE 'Y'.
      *
      *    A COUNTRY-WEEK SEQUENCED OVER FEWER SAMPLES THAN THIS IS
      *    LOW CONFIDENCE - THE SAME FLOOR COV1950 HOLDS A DOMINANT
      *    SHARE TO ***
       01  WS-SAMPLE-FLOOR             PIC 9(07) COMP-3 VALUE 30.
      *
      *    SHARED CALENDAR SERVICE - THE DAY OF WEEK OF JANUARY 4TH
      *    ANCHORS THE ISO WEEK GRID ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROS.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
       01  WS-WEEK-WORK.
           03 WS-ISO-WEEK              PIC 9(06) VALUE ZEROES.
           03 WS-WEEK-YEAR             PIC 9(04) VALUE ZEROES.
           03 WS-WEEK-NO               PIC 9(02) VALUE ZEROES.
           03 WS-JAN4-INT              PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-MONDAY-INT            PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-THURSDAY-INT          PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-JAN1-INT              PIC S9(07) COMP-3 VALUE ZEROES.
           03 WS-WEEK-START            PIC 9(08) VALUE ZEROES.
           03 WS-WEEK-END              PIC 9(08) VALUE ZEROES.
           03 WS-DAY-SUB               PIC 9(01) VALUE ZERO.
           03 WS-DAY-DATE              PIC 9(08) VALUE ZEROES.
      *
      *    THE COUNTRY-WEEK GROUP IN FLIGHT - ITS LINEAGES ARE HELD
      *    UNTIL THE GROUP ENDS, SINCE THE SAMPLE BASE THAT DECIDES
      *    LOW CONFIDENCE IS ONLY KNOWN ONCE ALL OF THEM ARE READ ***
       01  WS-GROUP-DATA.
           03 WS-CURR-CODE             PIC X(05) VALUE SPACES.
           03 WS-CURR-REGION           PIC X(20) VALUE SPACES.
           03 WS-WEEK-CASES            PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-DAYS-FOUND            PIC 9(01) VALUE ZERO.
           03 WS-GROUP-SAMPLES         PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-LIN-COUNT             PIC 9(03) VALUE ZEROES.
           03 WS-LIN-ENTRY OCCURS 200 TIMES.
              05 WS-LIN-NAME           PIC X(20).
              05 WS-LIN-SHARE          PIC 9(03)V99 COMP-3.
              05 WS-LIN-SAMPLES        PIC 9(07) COMP-3.
       01  WS-ESTIMATE                 PIC S9(11) COMP-3 VALUE ZEROES.
      *
      *    CODE-TO-REGION LOOKUP FROM COUNTRYS, IN CODE ORDER; THE
      *    SEQUENCED SWITCH IS SET AS VARIANTS NAMES THE COUNTRY ***
       01  WS-RL-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-RL-TABLE.
           03 WS-RL-ENTRY OCCURS 300 TIMES
                           ASCENDING KEY IS WS-RL-CODE
                           INDEXED BY WS-RL-IDX.
              05 WS-RL-CODE            PIC X(05).
              05 WS-RL-REGION          PIC X(20).
              05 WS-RL-SEQUENCED       PIC X(01).
      *
      *    ESTIMATES BY REGION AND LINEAGE, KEPT IN REGION/LINEAGE
      *    ORDER AS THEY ARRIVE; THE WORLD TABLE BY LINEAGE ALONE ***
       01  WS-RG-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-RG-TABLE.
           03 WS-RG-ENTRY OCCURS 2000 TIMES.
              05 WS-RG-KEY.
                 07 WS-RG-REGION       PIC X(20).
                 07 WS-RG-LINEAGE      PIC X(20).
              05 WS-RG-COUNTRIES       PIC 9(05) COMP-3.
              05 WS-RG-ESTIMATE        PIC S9(11) COMP-3.
              05 WS-RG-LOW-ESTIMATE    PIC S9(11) COMP-3.
       01  WS-WD-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-WD-TABLE.
           03 WS-WD-ENTRY OCCURS 500 TIMES.
              05 WS-WD-LINEAGE         PIC X(20).
              05 WS-WD-COUNTRIES       PIC 9(05) COMP-3.
              05 WS-WD-ESTIMATE        PIC S9(11) COMP-3.
              05 WS-WD-LOW-ESTIMATE    PIC S9(11) COMP-3.
       01  WS-SEEK-KEY.
           03 WS-SEEK-REGION           PIC X(20) VALUE SPACES.
           03 WS-SEEK-LINEAGE          PIC X(20) VALUE SPACES.
       01  WS-IX                       PIC S9(05) COMP VALUE ZERO.
       01  WS-IY                       PIC S9(05) COMP VALUE ZERO.
       01  WS-LX                       PIC S9(05) COMP VALUE ZERO.
      *
       01  WS-COUNTERS.
           03 WS-VARIANTS-READ         PIC 9(07) VALUE ZEROES.
           03 WS-LINEAGES-LISTED       PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRIES-SEQUENCED   PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-LOW-CONF    PIC 9(05) VALUE ZEROES.
           03 WS-COUNTRIES-UNSEQUENCED PIC 9(05) VALUE ZEROES.
           03 WS-TABLE-OVERFLOWS       PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2022'.
           03 FILLER                   PIC X(50) VALUE
                '*** VARIANT-ATTRIBUTED CASE ESTIMATES *** '.
      *
       01  WS-HEADER-PERIOD.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'ISO WEEK'.
           03 HP-WEEK-O                PIC X(07).
           03 FILLER                   PIC X(07) VALUE '  FROM '.
           03 HP-START-DATE-O          PIC X(10).
           03 FILLER                   PIC X(04) VALUE ' TO '.
           03 HP-END-DATE-O            PIC X(10).
      *
       01  WS-HEADER-SECTION.
           03 FILLER                   PIC X(02).
           03 HS-TITLE-O               PIC X(60).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(22) VALUE 'LINEAGE'.
           03 FILLER                   PIC X(08) VALUE '   SHARE'.
           03 FILLER                   PIC X(10) VALUE '   SAMPLES'.
           03 FILLER                   PIC X(14) VALUE
                '    WEEK CASES'.
           03 FILLER                   PIC X(14) VALUE
                '  EST. CASES'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(09) VALUE 'FLAG'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-LINEAGE-O             PIC X(20).
           03 FILLER                   PIC X(02).
           03 D1-SHARE-O               PIC ZZ9.99.
           03 FILLER                   PIC X(02).
           03 D1-SAMPLES-O             PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-CASES-O               PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-ESTIMATE-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-FLAG-O                PIC X(09).
      *
       01  WS-HEADER-3.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(22) VALUE 'REGION'.
           03 FILLER                   PIC X(22) VALUE 'LINEAGE'.
           03 FILLER                   PIC X(11) VALUE 'COUNTRIES'.
           03 FILLER                   PIC X(14) VALUE
                '  EST. CASES'.
           03 FILLER                   PIC X(14) VALUE
                ' OF WHICH LOW'.
      *
       01  WS-DETAILS-2.
           03 FILLER                   PIC X(02).
           03 D2-REGION-O              PIC X(20).
           03 FILLER                   PIC X(02).
           03 D2-LINEAGE-O             PIC X(20).
           03 FILLER                   PIC X(02).
           03 D2-COUNTRIES-O           PIC ZZZZ9.
           03 FILLER                   PIC X(04).
           03 D2-ESTIMATE-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D2-LOW-ESTIMATE-O        PIC -ZZZ,ZZZ,ZZ9.
      *
       01  WS-HEADER-4.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(22) VALUE 'REGION'.
           03 FILLER                   PIC X(14) VALUE
                '    WEEK CASES'.
      *
       01  WS-DETAILS-3.
           03 FILLER                   PIC X(02).
           03 D3-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D3-REGION-O              PIC X(20).
           03 FILLER                   PIC X(02).
           03 D3-CASES-O               PIC -ZZZ,ZZZ,ZZ9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='202151' - THE ISO YEAR AND WEEK TO ESTIMATE ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-WEEK             PIC 9(06).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              IF LK-PARM-WEEK NOT NUMERIC
                 DISPLAY '*** ERROR week is not YYYYWW: '
                         LK-PARM-WEEK
                 MOVE 8                TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE LK-PARM-WEEK        TO WS-ISO-WEEK
           ELSE
              PERFORM FIND-LAST-COMPLETE-WEEK
           END-IF
           PERFORM FIND-WEEK-MONDAY
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGIONS
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-VARIANTS-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF VR-WEEK = WS-ISO-WEEK
                 IF WS-LIN-COUNT > ZERO AND VR-CODE NOT = WS-CURR-CODE
                    PERFORM WRITE-ONE-COUNTRY
                 END-IF
                 PERFORM HOLD-ONE-LINEAGE
              END-IF
              PERFORM READ-VARIANTS-NEXT
           END-PERFORM
           IF WS-LIN-COUNT > ZERO
              PERFORM WRITE-ONE-COUNTRY
           END-IF
           PERFORM WRITE-REGION-TOTALS
           PERFORM WRITE-WORLD-TOTALS
           PERFORM WRITE-UNSEQUENCED
           DISPLAY 'VARIANTS records READ: '        WS-VARIANTS-READ
           DISPLAY 'Lineage estimates LISTED: '     WS-LINEAGES-LISTED
           DISPLAY 'Countries SEQUENCED: '     WS-COUNTRIES-SEQUENCED
           DISPLAY 'Countries LOW CONFIDENCE: ' WS-COUNTRIES-LOW-CONF
           DISPLAY 'Countries with cases UNSEQUENCED: '
                                                WS-COUNTRIES-UNSEQUENCED
           DISPLAY 'Table OVERFLOWS: '              WS-TABLE-OVERFLOWS
           IF WS-TABLE-OVERFLOWS > ZERO
              MOVE 4                   TO RETURN-CODE
           END-IF
           CLOSE VARIANTS-FILE COVID19D-FILE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    THE WEEK BEFORE TODAY'S IS THE LATEST ONE THE CONSORTIUM
      *    CAN HAVE REPORTED IN FULL ***
       FIND-LAST-COMPLETE-WEEK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EDIT-DATE
           COMPUTE WS-EDIT-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE) - 7)
           PERFORM DATE-TO-ISO-WEEK
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
      *    ISO RULE: JANUARY 4TH IS ALWAYS IN WEEK 1, SO WEEK 1'S
      *    MONDAY IS JAN 4 BACKED UP TO ITS MONDAY, AND WEEK N'S
      *    MONDAY IS N-1 SEVENS LATER. A WEEK 53 IN A 52-WEEK YEAR
      *    LANDS ITS THURSDAY IN THE NEXT YEAR AND IS REFUSED ***
       FIND-WEEK-MONDAY.
           MOVE WS-ISO-WEEK (1:4)      TO WS-WEEK-YEAR
           MOVE WS-ISO-WEEK (5:2)      TO WS-WEEK-NO
           IF WS-WEEK-YEAR < 1601 OR
              WS-WEEK-NO < 1 OR WS-WEEK-NO > 53
              DISPLAY '*** ERROR week is not valid: ' WS-ISO-WEEK
              MOVE 8                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EDIT-DATE = WS-WEEK-YEAR * 10000 + 0104
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           COMPUTE WS-JAN4-INT =
              FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)
           COMPUTE WS-MONDAY-INT =
              WS-JAN4-INT - (WS-DAY-OF-WEEK - 1) +
              (WS-WEEK-NO - 1) * 7
           MOVE FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT + 3)
                                       TO WS-DAY-DATE
           IF WS-DAY-DATE (1:4) NOT = WS-ISO-WEEK (1:4)
              DISPLAY '*** ERROR week is not valid: ' WS-ISO-WEEK
              MOVE 8                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT)
                                       TO WS-WEEK-START
           MOVE FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT + 6)
                                       TO WS-WEEK-END
           .
      *
      *    ONE PASS OVER COUNTRYS - THE FILE IS IN CODE ORDER, SO
      *    THE TABLE IS READY FOR SEARCH ALL AS LOADED ***
       LOAD-REGIONS.
           MOVE HIGH-VALUES            TO WS-RL-TABLE
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COUNTRYS-FILE
                 AT END MOVE 'Y'       TO WS-LAST-REC
                 NOT AT END
                    IF WS-RL-COUNT < 300
                       ADD 1           TO WS-RL-COUNT
                       MOVE C-CODE     TO WS-RL-CODE (WS-RL-COUNT)
                       MOVE C-REGION   TO WS-RL-REGION (WS-RL-COUNT)
                       MOVE 'N'   TO WS-RL-SEQUENCED (WS-RL-COUNT)
                    ELSE
                       DISPLAY '*** WARNING: COUNTRYS table full at '
                               C-CODE
                       ADD 1           TO WS-TABLE-OVERFLOWS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COUNTRYS-FILE
           MOVE 'N'                    TO WS-LAST-REC
           .
      *
       OPEN-FILES.
           OPEN INPUT  VARIANTS-FILE
           IF WS-VARIANTS-STATUS > 0
              DISPLAY '*** ERROR OPENING VARIANTS-FILE-STATUS: '
                          WS-VARIANTS-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 16                  TO RETURN-CODE
              CLOSE VARIANTS-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           MOVE WS-ISO-WEEK (1:4)      TO HP-WEEK-O (1:4)
           MOVE '-'                    TO HP-WEEK-O (5:1)
           MOVE WS-ISO-WEEK (5:2)      TO HP-WEEK-O (6:2)
           MOVE WS-WEEK-START          TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-START-DATE-O
           MOVE WS-WEEK-END            TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-END-DATE-O
           WRITE PRINT-REC           FROM WS-HEADER-PERIOD
           WRITE PRINT-REC           FROM WS-HEADER-2
           .
      *
       READ-VARIANTS-NEXT.
           READ VARIANTS-FILE
              AT END MOVE 'Y'          TO WS-LAST-REC
              NOT AT END ADD 1         TO WS-VARIANTS-READ
           END-READ
           .
      *
      *    THE SAMPLE BASE OF A COUNTRY-WEEK IS THE LARGEST COUNT ANY
      *    OF ITS LINEAGES WAS TAKEN OVER ***
       HOLD-ONE-LINEAGE.
           IF WS-LIN-COUNT = ZERO
              MOVE VR-CODE             TO WS-CURR-CODE
              MOVE ZERO                TO WS-GROUP-SAMPLES
           END-IF
           IF WS-LIN-COUNT >= 200
              DISPLAY '*** WARNING: lineage table full at '
                      VR-CODE ' ' VR-LINEAGE
              ADD 1                    TO WS-TABLE-OVERFLOWS
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-LIN-COUNT
           MOVE VR-LINEAGE             TO WS-LIN-NAME (WS-LIN-COUNT)
           MOVE VR-SHARE-PCT           TO WS-LIN-SHARE (WS-LIN-COUNT)
           MOVE VR-SAMPLE-COUNT        TO WS-LIN-SAMPLES (WS-LIN-COUNT)
           IF VR-SAMPLE-COUNT > WS-GROUP-SAMPLES
              MOVE VR-SAMPLE-COUNT     TO WS-GROUP-SAMPLES
           END-IF
           .
      *
      *    THE COUNTRY'S WEEK CASES, ITS REGION, THEN ONE LINE PER
      *    LINEAGE - EACH ESTIMATE ALSO ADDED INTO THE REGION AND
      *    WORLD TOTALS. A NEGATIVE WEEK (A RECLASSIFICATION BOOKED
      *    AGAINST IT) ATTRIBUTES NOTHING ***
       WRITE-ONE-COUNTRY.
           PERFORM SUM-WEEK-CASES
           MOVE 'UNASSIGNED'           TO WS-CURR-REGION
           SEARCH ALL WS-RL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RL-CODE (WS-RL-IDX) = WS-CURR-CODE
                 MOVE 'Y'          TO WS-RL-SEQUENCED (WS-RL-IDX)
                 IF WS-RL-REGION (WS-RL-IDX) NOT = SPACES
                    MOVE WS-RL-REGION (WS-RL-IDX) TO WS-CURR-REGION
                 END-IF
           END-SEARCH
           MOVE 'N'                    TO WS-LOW-CONF
           IF WS-GROUP-SAMPLES < WS-SAMPLE-FLOOR
              MOVE 'Y'                 TO WS-LOW-CONF
              ADD 1                    TO WS-COUNTRIES-LOW-CONF
           END-IF
           ADD 1                       TO WS-COUNTRIES-SEQUENCED
           PERFORM VARYING WS-LX FROM 1 BY 1
              UNTIL WS-LX > WS-LIN-COUNT
              IF WS-WEEK-CASES > ZERO
                 COMPUTE WS-ESTIMATE ROUNDED =
                    WS-WEEK-CASES * WS-LIN-SHARE (WS-LX) / 100
              ELSE
                 MOVE ZERO             TO WS-ESTIMATE
              END-IF
              PERFORM WRITE-ONE-LINEAGE
              PERFORM ADD-TO-REGION
              PERFORM ADD-TO-WORLD
           END-PERFORM
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           MOVE ZERO                   TO WS-LIN-COUNT
           .
      *
      *    THE WEEK'S SEVEN DAILY RECORDS, RANDOM-READ BY KEY - A
      *    MISSING DAY JUST CONTRIBUTES NOTHING ***
       SUM-WEEK-CASES.
           MOVE ZERO                   TO WS-WEEK-CASES
           MOVE ZERO                   TO WS-DAYS-FOUND
           PERFORM VARYING WS-DAY-SUB FROM 0 BY 1
              UNTIL WS-DAY-SUB > 6
              COMPUTE WS-DAY-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-MONDAY-INT + WS-DAY-SUB)
              MOVE WS-CURR-CODE        TO CV-CODE
              MOVE WS-DAY-DATE         TO CV-DATE
              READ COVID19D-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD CV-NEW-CONFIRMED TO WS-WEEK-CASES
                    ADD 1               TO WS-DAYS-FOUND
              END-READ
           END-PERFORM
           .
      *
       WRITE-ONE-LINEAGE.
           MOVE SPACES                 TO WS-DETAILS-1
           IF WS-LX = 1
              MOVE WS-CURR-CODE        TO D1-CODE-O
              MOVE WS-WEEK-CASES       TO D1-CASES-O
           END-IF
           MOVE WS-LIN-NAME (WS-LX)    TO D1-LINEAGE-O
           MOVE WS-LIN-SHARE (WS-LX)   TO D1-SHARE-O
           MOVE WS-LIN-SAMPLES (WS-LX) TO D1-SAMPLES-O
           MOVE WS-ESTIMATE            TO D1-ESTIMATE-O
           IF WS-LOW-CONF-YES
              MOVE 'LOW CONF'          TO D1-FLAG-O
           END-IF
           IF WS-DAYS-FOUND = ZERO
              MOVE 'NO CASES'          TO D1-FLAG-O
           END-IF
           WRITE PRINT-REC           FROM WS-DETAILS-1
           ADD 1                       TO WS-LINEAGES-LISTED
           .
      *
      *    THE REGION TABLE IS KEPT IN REGION/LINEAGE ORDER - A NEW
      *    PAIR IS SLOTTED IN AHEAD OF THE FIRST HIGHER ONE ***
       ADD-TO-REGION.
           MOVE WS-CURR-REGION         TO WS-SEEK-REGION
           MOVE WS-LIN-NAME (WS-LX)    TO WS-SEEK-LINEAGE
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-RG-COUNT
                 OR WS-RG-KEY (WS-IX) >= WS-SEEK-KEY
              CONTINUE
           END-PERFORM
           IF WS-IX > WS-RG-COUNT OR
              WS-RG-KEY (WS-IX) NOT = WS-SEEK-KEY
              IF WS-RG-COUNT >= 2000
                 DISPLAY '*** WARNING: region table full at '
                         WS-SEEK-KEY
                 ADD 1                 TO WS-TABLE-OVERFLOWS
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-IY FROM WS-RG-COUNT BY -1
                 UNTIL WS-IY < WS-IX
                 MOVE WS-RG-ENTRY (WS-IY) TO WS-RG-ENTRY (WS-IY + 1)
              END-PERFORM
              ADD 1                    TO WS-RG-COUNT
              MOVE WS-SEEK-KEY         TO WS-RG-KEY (WS-IX)
              MOVE ZERO                TO WS-RG-COUNTRIES (WS-IX)
                                          WS-RG-ESTIMATE (WS-IX)
                                          WS-RG-LOW-ESTIMATE (WS-IX)
           END-IF
           ADD 1                       TO WS-RG-COUNTRIES (WS-IX)
           ADD WS-ESTIMATE             TO WS-RG-ESTIMATE (WS-IX)
           IF WS-LOW-CONF-YES
              ADD WS-ESTIMATE          TO WS-RG-LOW-ESTIMATE (WS-IX)
           END-IF
           .
      *
       ADD-TO-WORLD.
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-WD-COUNT
                 OR WS-WD-LINEAGE (WS-IX) >= WS-LIN-NAME (WS-LX)
              CONTINUE
           END-PERFORM
           IF WS-IX > WS-WD-COUNT OR
              WS-WD-LINEAGE (WS-IX) NOT = WS-LIN-NAME (WS-LX)
              IF WS-WD-COUNT >= 500
                 DISPLAY '*** WARNING: world table full at '
                         WS-LIN-NAME (WS-LX)
                 ADD 1                 TO WS-TABLE-OVERFLOWS
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-IY FROM WS-WD-COUNT BY -1
                 UNTIL WS-IY < WS-IX
                 MOVE WS-WD-ENTRY (WS-IY) TO WS-WD-ENTRY (WS-IY + 1)
              END-PERFORM
              ADD 1                    TO WS-WD-COUNT
              MOVE WS-LIN-NAME (WS-LX) TO WS-WD-LINEAGE (WS-IX)
              MOVE ZERO                TO WS-WD-COUNTRIES (WS-IX)
                                          WS-WD-ESTIMATE (WS-IX)
                                          WS-WD-LOW-ESTIMATE (WS-IX)
           END-IF
           ADD 1                       TO WS-WD-COUNTRIES (WS-IX)
           ADD WS-ESTIMATE             TO WS-WD-ESTIMATE (WS-IX)
           IF WS-LOW-CONF-YES
              ADD WS-ESTIMATE          TO WS-WD-LOW-ESTIMATE (WS-IX)
           END-IF
           .
      *
       WRITE-REGION-TOTALS.
           MOVE SPACES                 TO WS-HEADER-SECTION
           MOVE 'ESTIMATED CASES BY REGION AND LINEAGE'
                                       TO HS-TITLE-O
           WRITE PRINT-REC           FROM WS-HEADER-SECTION
           WRITE PRINT-REC           FROM WS-HEADER-3
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-RG-COUNT
              MOVE SPACES              TO WS-DETAILS-2
              IF WS-IX = 1 OR
                 WS-RG-REGION (WS-IX) NOT = WS-RG-REGION (WS-IX - 1)
                 MOVE WS-RG-REGION (WS-IX) TO D2-REGION-O
              END-IF
              MOVE WS-RG-LINEAGE (WS-IX)   TO D2-LINEAGE-O
              MOVE WS-RG-COUNTRIES (WS-IX) TO D2-COUNTRIES-O
              MOVE WS-RG-ESTIMATE (WS-IX)  TO D2-ESTIMATE-O
              MOVE WS-RG-LOW-ESTIMATE (WS-IX) TO D2-LOW-ESTIMATE-O
              WRITE PRINT-REC        FROM WS-DETAILS-2
           END-PERFORM
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           .
      *
       WRITE-WORLD-TOTALS.
           MOVE SPACES                 TO WS-HEADER-SECTION
           MOVE 'ESTIMATED CASES WORLDWIDE BY LINEAGE'
                                       TO HS-TITLE-O
           WRITE PRINT-REC           FROM WS-HEADER-SECTION
           WRITE PRINT-REC           FROM WS-HEADER-3
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-WD-COUNT
              MOVE SPACES              TO WS-DETAILS-2
              IF WS-IX = 1
                 MOVE 'WORLD'          TO D2-REGION-O
              END-IF
              MOVE WS-WD-LINEAGE (WS-IX)   TO D2-LINEAGE-O
              MOVE WS-WD-COUNTRIES (WS-IX) TO D2-COUNTRIES-O
              MOVE WS-WD-ESTIMATE (WS-IX)  TO D2-ESTIMATE-O
              MOVE WS-WD-LOW-ESTIMATE (WS-IX) TO D2-LOW-ESTIMATE-O
              WRITE PRINT-REC        FROM WS-DETAILS-2
           END-PERFORM
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           .
      *
      *    EVERY COUNTRY ON COUNTRYS THAT VARIANTS NEVER NAMED FOR
      *    THE WEEK, IF IT REPORTED ANY CASES IN IT ***
       WRITE-UNSEQUENCED.
           MOVE SPACES                 TO WS-HEADER-SECTION
           MOVE 'COUNTRIES WITH CASES BUT NO SEQUENCING RETURN'
                                       TO HS-TITLE-O
           WRITE PRINT-REC           FROM WS-HEADER-SECTION
           WRITE PRINT-REC           FROM WS-HEADER-4
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-RL-COUNT
              IF WS-RL-SEQUENCED (WS-IX) = 'N'
                 MOVE WS-RL-CODE (WS-IX) TO WS-CURR-CODE
                 PERFORM SUM-WEEK-CASES
                 IF WS-WEEK-CASES > ZERO
                    MOVE SPACES        TO WS-DETAILS-3
                    MOVE WS-RL-CODE (WS-IX)   TO D3-CODE-O
                    MOVE WS-RL-REGION (WS-IX) TO D3-REGION-O
                    MOVE WS-WEEK-CASES TO D3-CASES-O
                    WRITE PRINT-REC  FROM WS-DETAILS-3
                    ADD 1              TO WS-COUNTRIES-UNSEQUENCED
                 END-IF
              END-IF
           END-PERFORM
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
