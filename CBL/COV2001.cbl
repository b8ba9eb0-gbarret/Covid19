      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2001.
       AUTHOR.         GEORGES B.
      *    Annual statistical compendium: the official year volume,
      *    built only from the PERCLOSE certified close register so it
      *    agrees with what was certified month by month (and
      *    re-certified through COV1999), never with today's restated
      *    COVID19D. One page per region (region off COUNTRYS, codes
      *    missing from COUNTRYS under UNASSIGNED); each country gets
      *    a block with its year totals and year-end closing
      *    positions (the last closed month of the year) followed by
      *    its twelve certified monthly movements, confirmed and
      *    deaths. Each region ends on its subtotal, a world total
      *    page follows, and a completeness section lists every month
      *    closed for no country at all and every country-month never
      *    closed ('--' in the month cells). PARM is the year and the
      *    run mode: F (final) is refused with return code 12 while
      *    any month of the year is still open; D (draft, the
      *    default) prints regardless, marked DRAFT. Return code 4
      *    when the completeness section has anything in it ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
           SELECT   PERCLOSE-FILE       ASSIGN PERCLOSE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS PC-KEY
                    FILE STATUS         IS WS-PERCLOSE-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==COUNTRYS==
                                      ==:TAG2:== BY ==C==.
      *
       FD  PERCLOSE-FILE.
       COPY PERCLOSE REPLACING        ==:TAG1:== BY ==PERCLOSE==
                                      ==:TAG2:== BY ==PC==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COUNTRYS-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PERCLOSE-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-RUN-MODE              PIC X VALUE 'D'.
            88 WS-RUN-MODE-FINAL       VALUE 'F'.
            88 WS-RUN-MODE-DRAFT       VALUE 'D'.
            88 WS-RUN-MODE-VALID       VALUE 'F' 'D'.
           03 WS-CT-FOUND-SW           PIC X VALUE 'N'.
            88 WS-CT-FOUND             VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-YEAR                  PIC 9(04) VALUE ZEROES.
           03 WS-FIRST-MONTH           PIC 9(06) VALUE ZEROES.
           03 WS-LAST-MONTH            PIC 9(06) VALUE ZEROES.
       01  WS-REC-MONTH                PIC 9(06) VALUE ZEROES.
       01  WS-REC-MON REDEFINES WS-REC-MONTH.
           03 FILLER                   PIC 9(04).
           03 WS-REC-MM                PIC 9(02).
       01  WS-MON-SUB                  PIC 9(02) VALUE ZEROES.
       01  WS-OPEN-MONTHS              PIC 9(02) VALUE ZEROES.
       01  WS-GAP-COUNTRIES            PIC 9(05) VALUE ZEROES.
       01  WS-CURR-REGION              PIC X(20) VALUE SPACES.
      *
      *    CERTIFIED CLOSES FOUND PER MONTH OF THE YEAR - ZERO MEANS
      *    THE MONTH HAS NOT BEEN CLOSED AT ALL YET ***
       01  WS-MONTH-TABLE.
           03 WS-MO-CLOSES OCCURS 12 TIMES PIC 9(05).
      *
       01  WS-MONTH-NAMES-VALUES.
           03 FILLER PIC X(36) VALUE
                'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-VALUES.
           03 WS-MONTH-NAME OCCURS 12 TIMES PIC X(03).
      *
      *    ONE ENTRY PER COUNTRY - COUNTRYS FIRST, THEN ANY CODE ONLY
      *    THE REGISTER KNOWS ***
       01  WS-COUNTRY-TABLE.
           03 WS-CT-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-CT-IDX WS-CT-IDX-2.
              05 WS-CT-REGION          PIC X(20).
              05 WS-CT-NAME            PIC X(50).
              05 WS-CT-CODE            PIC X(05).
              05 WS-CT-MONTH OCCURS 12 TIMES.
                 07 WS-CT-CLOSED       PIC X(01).
                 07 WS-CT-MTH-CONF     PIC S9(11) COMP-3.
                 07 WS-CT-MTH-DEATHS   PIC S9(11) COMP-3.
              05 WS-CT-YEAR-CONF       PIC S9(11) COMP-3.
              05 WS-CT-YEAR-DEATHS     PIC S9(11) COMP-3.
              05 WS-CT-END-CONF        PIC 9(11) COMP-3.
              05 WS-CT-END-DEATHS      PIC 9(11) COMP-3.
              05 WS-CT-MISSING         PIC 9(02).
       01  WS-CT-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-CT-HOLD                  PIC X(257).
      *
      *    REGION SUBTOTAL AND WORLD TOTAL - SAME SHAPE ***
       01  WS-REGION-TOTALS.
           03 WS-RT-MONTH OCCURS 12 TIMES.
              05 WS-RT-MTH-CONF        PIC S9(11) COMP-3.
              05 WS-RT-MTH-DEATHS      PIC S9(11) COMP-3.
           03 WS-RT-YEAR-CONF          PIC S9(11) COMP-3.
           03 WS-RT-YEAR-DEATHS        PIC S9(11) COMP-3.
           03 WS-RT-END-CONF           PIC 9(11) COMP-3.
           03 WS-RT-END-DEATHS         PIC 9(11) COMP-3.
           03 WS-RT-COUNTRIES          PIC 9(05).
       01  WS-WORLD-TOTALS.
           03 WS-WT-MONTH OCCURS 12 TIMES.
              05 WS-WT-MTH-CONF        PIC S9(11) COMP-3.
              05 WS-WT-MTH-DEATHS      PIC S9(11) COMP-3.
           03 WS-WT-YEAR-CONF          PIC S9(11) COMP-3.
           03 WS-WT-YEAR-DEATHS        PIC S9(11) COMP-3.
           03 WS-WT-END-CONF           PIC 9(11) COMP-3.
           03 WS-WT-END-DEATHS         PIC 9(11) COMP-3.
           03 WS-WT-COUNTRIES          PIC 9(05).
      *
       01  WS-COUNTERS.
           03 WS-COUNTRYS-READ         PIC 9(07) VALUE ZEROES.
           03 WS-PERCLOSE-READ         PIC 9(07) VALUE ZEROES.
           03 WS-PAGES-WRITTEN         PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2001'.
           03 FILLER                   PIC X(50) VALUE
                '*** ANNUAL STATISTICAL COMPENDIUM *** '.
           03 FILLER                   PIC X(06) VALUE 'YEAR: '.
           03 H1-YEAR-O                PIC 9(04).
           03 FILLER                   PIC X(03).
           03 H1-STATUS-O              PIC X(40).
      *
       01  WS-HEADER-REGION.
           03 FILLER                   PIC X(02).
           03 HR-LABEL-O               PIC X(08).
           03 HR-REGION-O              PIC X(30).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(07) VALUE ' FIGURE'.
           03 H2-MONTH OCCURS 12 TIMES.
              05 FILLER                PIC X(07).
              05 H2-MONTH-O            PIC X(03).
      *
      *    COUNTRY (OR TOTAL) LINE - YEAR AND CLOSING POSITIONS ***
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(01).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-NAME-O                PIC X(30).
           03 FILLER                   PIC X(12) VALUE
                '  YEAR CONF '.
           03 D1-YEAR-CONF-O           PIC -Z,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(06) VALUE ' DTHS '.
           03 D1-YEAR-DEATHS-O         PIC -Z,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(15) VALUE
                '  CLOSING CONF '.
           03 D1-END-CONF-O            PIC Z,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(06) VALUE ' DTHS '.
           03 D1-END-DEATHS-O          PIC Z,ZZZ,ZZZ,ZZ9.
      *
      *    TWELVE CERTIFIED MONTHLY MOVEMENTS ***
       01  WS-DETAILS-2.
           03 FILLER                   PIC X(01).
           03 D2-FIGURE-O              PIC X(06).
           03 D2-CELL OCCURS 12 TIMES.
              05 D2-CELL-O             PIC -ZZZZZZZZ9.
              05 D2-CELL-X REDEFINES D2-CELL-O
                                       PIC X(10).
      *
       01  WS-DETAILS-GAP.
           03 FILLER                   PIC X(01).
           03 DG-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 DG-NAME-O                PIC X(30).
           03 FILLER                   PIC X(02).
           03 DG-TEXT-O                PIC X(20).
           03 DG-MONTH OCCURS 12 TIMES.
              05 FILLER                PIC X(01).
              05 DG-MONTH-O            PIC X(03).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='2021F' FOR THE FINAL VOLUME, PARM='2021' A DRAFT ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-YEAR             PIC 9(04).
           03 LK-PARM-MODE             PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-YEAR      TO WS-YEAR
              IF LK-PARM-LEN > 4
                 MOVE LK-PARM-MODE   TO WS-RUN-MODE
              END-IF
           ELSE
              DISPLAY '*** Compendium year YYYY: '
              ACCEPT WS-YEAR
              DISPLAY '*** Run mode F(inal) or D(raft): '
              ACCEPT WS-RUN-MODE
              IF WS-RUN-MODE = SPACE
                 MOVE 'D'            TO WS-RUN-MODE
              END-IF
           END-IF
           IF WS-YEAR NOT NUMERIC OR WS-YEAR < 1900
              DISPLAY '*** ERROR Year is Missing or not Valid'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-RUN-MODE-VALID
              DISPLAY '*** ERROR Run mode must be F or D: '
                      WS-RUN-MODE
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIRST-MONTH = WS-YEAR * 100 + 1
           COMPUTE WS-LAST-MONTH  = WS-YEAR * 100 + 12
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COUNTRIES
           PERFORM LOAD-CLOSE-REGISTER
           CLOSE COUNTRYS-FILE PERCLOSE-FILE
           PERFORM CHECK-OPEN-MONTHS
           IF WS-RUN-MODE-FINAL AND WS-OPEN-MONTHS > ZERO
              DISPLAY '*** FINAL compendium refused - months of '
                      WS-YEAR ' still open: ' WS-OPEN-MONTHS
              DISPLAY '*** Close them with COV1967 or run as draft'
              MOVE 12                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM FINISH-COUNTRIES
           PERFORM SORT-COUNTRY-TABLE
           OPEN OUTPUT PRINT-LINE
           MOVE WS-YEAR              TO H1-YEAR-O
           IF WS-RUN-MODE-FINAL
              MOVE 'FINAL - AS CERTIFIED' TO H1-STATUS-O
           ELSE
              MOVE 'DRAFT - NOT FOR PUBLICATION' TO H1-STATUS-O
           END-IF
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE WS-MONTH-NAME (WS-MON-SUB)
                                     TO H2-MONTH-O (WS-MON-SUB)
           END-PERFORM
           INITIALIZE WS-WORLD-TOTALS
           MOVE SPACES               TO WS-CURR-REGION
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-REGION (WS-CT-IDX) NOT = WS-CURR-REGION
                 IF WS-CT-IDX > 1
                    PERFORM WRITE-REGION-TOTAL
                 END-IF
                 MOVE WS-CT-REGION (WS-CT-IDX) TO WS-CURR-REGION
                 PERFORM START-REGION-PAGE
              END-IF
              PERFORM WRITE-ONE-COUNTRY
           END-PERFORM
           IF WS-CT-COUNT > ZERO
              PERFORM WRITE-REGION-TOTAL
           END-IF
           PERFORM WRITE-WORLD-TOTAL
           PERFORM WRITE-COMPLETENESS
           CLOSE PRINT-LINE
           DISPLAY 'COUNTRYS records READ: '      WS-COUNTRYS-READ
           DISPLAY 'PERCLOSE records READ: '      WS-PERCLOSE-READ
           DISPLAY 'Countries PRINTED: '          WS-CT-COUNT
           DISPLAY 'Months still OPEN: '          WS-OPEN-MONTHS
           DISPLAY 'Countries with unclosed months: '
                                                 WS-GAP-COUNTRIES
           IF WS-OPEN-MONTHS > ZERO OR WS-GAP-COUNTRIES > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS > 0
              DISPLAY '*** ERROR OPENING PERCLOSE-FILE-STATUS: '
                          WS-PERCLOSE-STATUS
              PERFORM SET-FILE-ERROR-RC
              CLOSE COUNTRYS-FILE
           END-IF
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                    TO WS-FILE-ERROR
           MOVE 16                     TO RETURN-CODE
           .
      *
       LOAD-COUNTRIES.
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM READ-COUNTRYS-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              ADD 1                  TO WS-COUNTRYS-READ
              IF WS-CT-COUNT < 300
                 ADD 1               TO WS-CT-COUNT
                 SET WS-CT-IDX       TO WS-CT-COUNT
                 PERFORM CLEAR-COUNTRY-ENTRY
                 MOVE C-CODE         TO WS-CT-CODE (WS-CT-IDX)
                 MOVE C-NAME         TO WS-CT-NAME (WS-CT-IDX)
                 MOVE C-REGION       TO WS-CT-REGION (WS-CT-IDX)
                 IF C-REGION = SPACES
                    MOVE 'UNASSIGNED' TO WS-CT-REGION (WS-CT-IDX)
                 END-IF
              ELSE
                 DISPLAY '*** Country table full, skipped: ' C-CODE
              END-IF
              PERFORM READ-COUNTRYS-NEXT
           END-PERFORM
           .
      *
       READ-COUNTRYS-NEXT.
           READ COUNTRYS-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
       CLEAR-COUNTRY-ENTRY.
           INITIALIZE WS-CT-ENTRY (WS-CT-IDX)
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE 'N'               TO WS-CT-CLOSED (WS-CT-IDX,
                                                      WS-MON-SUB)
           END-PERFORM
           .
      *
      *    THE REGISTER IS KEYED MONTH+CODE, SO THE YEAR IS ONE
      *    CONTIGUOUS RUN OF RECORDS ***
       LOAD-CLOSE-REGISTER.
           MOVE 'N'                  TO WS-LAST-REC
           MOVE WS-FIRST-MONTH       TO PC-MONTH
           MOVE LOW-VALUES           TO PC-CODE
           START PERCLOSE-FILE KEY IS NOT LESS THAN PC-KEY
              INVALID KEY
                 MOVE 'Y'            TO WS-LAST-REC
           END-START
           PERFORM UNTIL WS-LAST-REC-YES
              READ PERCLOSE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    IF PC-MONTH > WS-LAST-MONTH
                       MOVE 'Y'      TO WS-LAST-REC
                    ELSE
                       ADD 1         TO WS-PERCLOSE-READ
                       PERFORM POST-ONE-CLOSE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       POST-ONE-CLOSE.
           MOVE PC-MONTH             TO WS-REC-MONTH
           MOVE WS-REC-MM            TO WS-MON-SUB
           MOVE 'N'                  TO WS-CT-FOUND-SW
           SET WS-CT-IDX             TO 1
           SEARCH WS-CT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CT-IDX > WS-CT-COUNT
                 CONTINUE
              WHEN WS-CT-CODE (WS-CT-IDX) = PC-CODE
                 MOVE 'Y'            TO WS-CT-FOUND-SW
           END-SEARCH
           IF NOT WS-CT-FOUND
              IF WS-CT-COUNT NOT < 300
                 DISPLAY '*** Country table full, skipped: ' PC-CODE
                 EXIT PARAGRAPH
              END-IF
              ADD 1                  TO WS-CT-COUNT
              SET WS-CT-IDX          TO WS-CT-COUNT
              PERFORM CLEAR-COUNTRY-ENTRY
              MOVE PC-CODE           TO WS-CT-CODE (WS-CT-IDX)
              MOVE '(NOT ON COUNTRYS)' TO WS-CT-NAME (WS-CT-IDX)
              MOVE 'UNASSIGNED'      TO WS-CT-REGION (WS-CT-IDX)
           END-IF
           ADD 1                     TO WS-MO-CLOSES (WS-MON-SUB)
           MOVE 'Y'                  TO WS-CT-CLOSED (WS-CT-IDX,
                                                      WS-MON-SUB)
           MOVE PC-MTH-NEW-CONFIRMED TO WS-CT-MTH-CONF (WS-CT-IDX,
                                                        WS-MON-SUB)
           MOVE PC-MTH-NEW-DEATHS    TO WS-CT-MTH-DEATHS (WS-CT-IDX,
                                                          WS-MON-SUB)
      *    MONTHS ARRIVE IN ORDER - THE LAST ONE LEAVES THE YEAR-END
      *    CLOSING POSITIONS BEHIND ***
           MOVE PC-END-TOTAL-CONFIRMED TO WS-CT-END-CONF (WS-CT-IDX)
           MOVE PC-END-TOTAL-DEATHS  TO WS-CT-END-DEATHS (WS-CT-IDX)
           .
      *
       CHECK-OPEN-MONTHS.
           MOVE ZERO                 TO WS-OPEN-MONTHS
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              IF WS-MO-CLOSES (WS-MON-SUB) = ZERO
                 ADD 1               TO WS-OPEN-MONTHS
                 DISPLAY '*** Month still open: ' WS-YEAR '-'
                         WS-MONTH-NAME (WS-MON-SUB)
              END-IF
           END-PERFORM
           .
      *
      *    YEAR TOTALS AND THE COUNTRY-MONTHS NEVER CLOSED INSIDE
      *    MONTHS THAT WERE CLOSED FOR OTHERS ***
       FINISH-COUNTRIES.
           MOVE ZERO                 TO WS-GAP-COUNTRIES
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                 UNTIL WS-MON-SUB > 12
                 IF WS-CT-CLOSED (WS-CT-IDX, WS-MON-SUB) = 'Y'
                    ADD WS-CT-MTH-CONF (WS-CT-IDX, WS-MON-SUB)
                                     TO WS-CT-YEAR-CONF (WS-CT-IDX)
                    ADD WS-CT-MTH-DEATHS (WS-CT-IDX, WS-MON-SUB)
                                     TO WS-CT-YEAR-DEATHS (WS-CT-IDX)
                 ELSE
                    IF WS-MO-CLOSES (WS-MON-SUB) > ZERO
                       ADD 1         TO WS-CT-MISSING (WS-CT-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CT-MISSING (WS-CT-IDX) > ZERO
                 ADD 1               TO WS-GAP-COUNTRIES
              END-IF
           END-PERFORM
           .
      *
      *    REGION, THEN COUNTRY NAME ***
       SORT-COUNTRY-TABLE.
           IF WS-CT-COUNT < 2
              EXIT PARAGRAPH
           END-IF
           PERFORM WS-CT-COUNT TIMES
              PERFORM VARYING WS-CT-IDX-2 FROM 2 BY 1
                 UNTIL WS-CT-IDX-2 > WS-CT-COUNT
                 IF WS-CT-REGION (WS-CT-IDX-2) <
                    WS-CT-REGION (WS-CT-IDX-2 - 1)
                    OR (WS-CT-REGION (WS-CT-IDX-2) =
                        WS-CT-REGION (WS-CT-IDX-2 - 1) AND
                        WS-CT-NAME (WS-CT-IDX-2) <
                        WS-CT-NAME (WS-CT-IDX-2 - 1))
                    PERFORM SWAP-COUNTRY-ENTRIES
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
       SWAP-COUNTRY-ENTRIES.
           MOVE WS-CT-ENTRY (WS-CT-IDX-2) TO WS-CT-HOLD
           MOVE WS-CT-ENTRY (WS-CT-IDX-2 - 1) TO
                                  WS-CT-ENTRY (WS-CT-IDX-2)
           MOVE WS-CT-HOLD TO WS-CT-ENTRY (WS-CT-IDX-2 - 1)
           .
      *
       WRITE-PAGE-HEADER.
           MOVE SPACES               TO PRINT-REC
           IF WS-PAGES-WRITTEN = ZERO
              WRITE PRINT-REC      FROM WS-HEADER-1
           ELSE
              WRITE PRINT-REC      FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           END-IF
           ADD 1                     TO WS-PAGES-WRITTEN
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-REGION
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           .
      *
       START-REGION-PAGE.
           INITIALIZE WS-REGION-TOTALS
           MOVE 'REGION:'            TO HR-LABEL-O
           MOVE WS-CURR-REGION       TO HR-REGION-O
           PERFORM WRITE-PAGE-HEADER
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
       WRITE-ONE-COUNTRY.
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-CT-CODE (WS-CT-IDX) TO D1-CODE-O
           MOVE WS-CT-NAME (WS-CT-IDX) TO D1-NAME-O
           MOVE WS-CT-YEAR-CONF (WS-CT-IDX)   TO D1-YEAR-CONF-O
           MOVE WS-CT-YEAR-DEATHS (WS-CT-IDX) TO D1-YEAR-DEATHS-O
           MOVE WS-CT-END-CONF (WS-CT-IDX)    TO D1-END-CONF-O
           MOVE WS-CT-END-DEATHS (WS-CT-IDX)  TO D1-END-DEATHS-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           MOVE SPACES               TO WS-DETAILS-2
           MOVE 'CONF'               TO D2-FIGURE-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              IF WS-CT-CLOSED (WS-CT-IDX, WS-MON-SUB) = 'Y'
                 MOVE WS-CT-MTH-CONF (WS-CT-IDX, WS-MON-SUB)
                                     TO D2-CELL-O (WS-MON-SUB)
              ELSE
                 MOVE '        --'   TO D2-CELL-X (WS-MON-SUB)
              END-IF
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-2
           MOVE 'DTHS'               TO D2-FIGURE-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              IF WS-CT-CLOSED (WS-CT-IDX, WS-MON-SUB) = 'Y'
                 MOVE WS-CT-MTH-DEATHS (WS-CT-IDX, WS-MON-SUB)
                                     TO D2-CELL-O (WS-MON-SUB)
                 ADD WS-CT-MTH-CONF (WS-CT-IDX, WS-MON-SUB)
                                     TO WS-RT-MTH-CONF (WS-MON-SUB)
                 ADD WS-CT-MTH-DEATHS (WS-CT-IDX, WS-MON-SUB)
                                     TO WS-RT-MTH-DEATHS (WS-MON-SUB)
              ELSE
                 MOVE '        --'   TO D2-CELL-X (WS-MON-SUB)
              END-IF
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-2
           ADD WS-CT-YEAR-CONF (WS-CT-IDX)   TO WS-RT-YEAR-CONF
           ADD WS-CT-YEAR-DEATHS (WS-CT-IDX) TO WS-RT-YEAR-DEATHS
           ADD WS-CT-END-CONF (WS-CT-IDX)    TO WS-RT-END-CONF
           ADD WS-CT-END-DEATHS (WS-CT-IDX)  TO WS-RT-END-DEATHS
           ADD 1                     TO WS-RT-COUNTRIES
           .
      *
       WRITE-REGION-TOTAL.
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES               TO D1-CODE-O D1-NAME-O
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-CURR-REGION DELIMITED BY SIZE
                  INTO D1-NAME-O
           END-STRING
           MOVE WS-RT-YEAR-CONF      TO D1-YEAR-CONF-O
           MOVE WS-RT-YEAR-DEATHS    TO D1-YEAR-DEATHS-O
           MOVE WS-RT-END-CONF       TO D1-END-CONF-O
           MOVE WS-RT-END-DEATHS     TO D1-END-DEATHS-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           MOVE SPACES               TO WS-DETAILS-2
           MOVE 'CONF'               TO D2-FIGURE-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE WS-RT-MTH-CONF (WS-MON-SUB)
                                     TO D2-CELL-O (WS-MON-SUB)
              ADD WS-RT-MTH-CONF (WS-MON-SUB)
                                     TO WS-WT-MTH-CONF (WS-MON-SUB)
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-2
           MOVE 'DTHS'               TO D2-FIGURE-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE WS-RT-MTH-DEATHS (WS-MON-SUB)
                                     TO D2-CELL-O (WS-MON-SUB)
              ADD WS-RT-MTH-DEATHS (WS-MON-SUB)
                                     TO WS-WT-MTH-DEATHS (WS-MON-SUB)
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-2
           ADD WS-RT-YEAR-CONF       TO WS-WT-YEAR-CONF
           ADD WS-RT-YEAR-DEATHS     TO WS-WT-YEAR-DEATHS
           ADD WS-RT-END-CONF        TO WS-WT-END-CONF
           ADD WS-RT-END-DEATHS      TO WS-WT-END-DEATHS
           ADD WS-RT-COUNTRIES       TO WS-WT-COUNTRIES
           .
      *
       WRITE-WORLD-TOTAL.
           MOVE 'SUMMARY:'           TO HR-LABEL-O
           MOVE 'WORLD'              TO HR-REGION-O
           PERFORM WRITE-PAGE-HEADER
           WRITE PRINT-REC         FROM WS-HEADER-2
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES               TO D1-CODE-O D1-NAME-O
           MOVE 'WORLD TOTAL'        TO D1-NAME-O
           MOVE WS-WT-YEAR-CONF      TO D1-YEAR-CONF-O
           MOVE WS-WT-YEAR-DEATHS    TO D1-YEAR-DEATHS-O
           MOVE WS-WT-END-CONF       TO D1-END-CONF-O
           MOVE WS-WT-END-DEATHS     TO D1-END-DEATHS-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           MOVE SPACES               TO WS-DETAILS-2
           MOVE 'CONF'               TO D2-FIGURE-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE WS-WT-MTH-CONF (WS-MON-SUB)
                                     TO D2-CELL-O (WS-MON-SUB)
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-2
           MOVE 'DTHS'               TO D2-FIGURE-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              MOVE WS-WT-MTH-DEATHS (WS-MON-SUB)
                                     TO D2-CELL-O (WS-MON-SUB)
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-2
           .
      *
      *    MONTHS NOT CLOSED FOR ANYONE, THEN THE COUNTRY GAPS ***
       WRITE-COMPLETENESS.
           MOVE 'SECTION:'           TO HR-LABEL-O
           MOVE 'COMPLETENESS'       TO HR-REGION-O
           PERFORM WRITE-PAGE-HEADER
           IF WS-OPEN-MONTHS = ZERO AND WS-GAP-COUNTRIES = ZERO
              MOVE '  EVERY COUNTRY-MONTH OF THE YEAR IS CLOSED'
                                     TO PRINT-REC
              WRITE PRINT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-MONTHS > ZERO
              MOVE SPACES            TO WS-DETAILS-GAP
              MOVE 'MONTHS NOT CLOSED FOR ANY COUNTRY'
                                     TO DG-NAME-O
              PERFORM FILL-OPEN-MONTHS
              WRITE PRINT-REC      FROM WS-DETAILS-GAP
              MOVE SPACES            TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-MISSING (WS-CT-IDX) > ZERO
                 PERFORM WRITE-ONE-GAP-LINE
              END-IF
           END-PERFORM
           .
      *
       FILL-OPEN-MONTHS.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              IF WS-MO-CLOSES (WS-MON-SUB) = ZERO
                 MOVE WS-MONTH-NAME (WS-MON-SUB)
                                     TO DG-MONTH-O (WS-MON-SUB)
              END-IF
           END-PERFORM
           .
      *
       WRITE-ONE-GAP-LINE.
           MOVE SPACES               TO WS-DETAILS-GAP
           MOVE WS-CT-CODE (WS-CT-IDX) TO DG-CODE-O
           MOVE WS-CT-NAME (WS-CT-IDX) TO DG-NAME-O
           MOVE 'NEVER CLOSED:'      TO DG-TEXT-O
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
              IF WS-CT-CLOSED (WS-CT-IDX, WS-MON-SUB) NOT = 'Y' AND
                 WS-MO-CLOSES (WS-MON-SUB) > ZERO
                 MOVE WS-MONTH-NAME (WS-MON-SUB)
                                     TO DG-MONTH-O (WS-MON-SUB)
              END-IF
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-GAP
           .
      *
