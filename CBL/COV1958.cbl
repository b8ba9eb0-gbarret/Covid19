      *    half-window with fewer than 4 real reporting days (or a
      *    zero prior week) prints NO EST instead of a fabricated
      *    ratio ***
      *Modification History:
      *  Runs off either series: PARM 'A' (or none) reads COVID19D as
      *  reported, PARM 'R' reads the COVID19R redistributed series
      *  COV1997 builds. Redistributed days carry flag 'R', not 'Y',
      *  so they count as real reporting days in both sums. The
      *  series in use is printed on the heading.
      *  The AROUND-1 band limits now come from the SYSPARM system
      *  parameters RT-BAND-LOW and RT-BAND-HIGH through SUB0015,
      *  0.90 and 1.10 when none is in force, and are printed under
      *  the title.
      *  A band limit on SYSPARM that won't fit the band field is
      *  refused with a warning; the compiled limit is used and the
      *  heading prints that one, not the SYSPARM value.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19R-FILE       ASSIGN COVID19R
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CR-CODE-DATE
                    FILE STATUS         IS WS-COVID19R-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING       ==:TAG1:== BY ==COVID19D==
                                     ==:TAG2:== BY ==CV==.
      *    THE REDISTRIBUTED SERIES - SAME LAYOUT AND KEY, READ INTO
      *    THE COVID19D RECORD SO THE REST OF THE PROGRAM IS THE SAME
      *    WHICHEVER SERIES IS IN USE ***
       FD  COVID19R-FILE.
       COPY COVID19D REPLACING       ==:TAG1:== BY ==COVID19R==
                                     ==:TAG2:== BY ==CR==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19R-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
      *    A = AS REPORTED (COVID19D), R = REDISTRIBUTED (COVID19R) ***
           03 WS-SERIES                PIC X VALUE 'A'.
            88 WS-SERIES-REPORTED      VALUE 'A'.
            88 WS-SERIES-REDIST        VALUE 'R'.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
      *
      *    THE AROUND-1 BAND ***
       01  WS-BAND-LOW                 PIC 9(01)V99 COMP-3 VALUE 0.90.
       01  WS-BAND-HIGH                PIC 9(01)V99 COMP-3 VALUE 1.10.
      *
      *    THE SYSPARM ENTRY IN FORCE REPLACES EACH COMPILED VALUE
      *    ABOVE - SUB0015 HANDS BACK THE DEFAULT WHEN THERE IS NONE ***
       77  WS-SYSPRM-PGM-NAME          PIC X(08) VALUE 'SUB0015'.
       77  WS-SYSPRM-MODE              PIC X(01) VALUE 'Q'.
       COPY SYSPRMLK.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SYSPRM==.
      *    A SYSPARM VALUE THAT WON'T FIT THE FIELD IT FEEDS IS
      *    REFUSED - THE COMPILED VALUE STANDS AND IS PRINTED ***
       01  WS-BAND-FIT                 PIC 9(01)V99 COMP-3 VALUE 0.
       01  WS-PARM-DEFAULT-O           PIC 9.99.
      *
       01  WS-COUNTERS.
           03 WS-LINES-WRITTEN         PIC 9(07) VALUE ZEROES.
           03 FILLER                   PIC X(20) VALUE 'COV1958'.
           03 FILLER                   PIC X(50) VALUE
                '*** REPRODUCTION NUMBER (RT) REPORT *** '.
           03 H1-SERIES-O              PIC X(30) VALUE SPACES.
      *
       01  WS-SYSPRM-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PARAMETER'.
           03 SH-TEXT-O                PIC X(60).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 D1-RT-O                  PIC ZZ9.99.
           03 FILLER                   PIC X(02).
           03 D1-BAND-O                PIC X(08).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g. PARM='R' -
      *    THE SERIES; NO PARM READS THE SERIES AS REPORTED ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-SERIES           PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-SERIES    TO WS-SERIES
           END-IF
           IF NOT WS-SERIES-REPORTED AND NOT WS-SERIES-REDIST
              DISPLAY '*** ERROR Series must be A or R: ' WS-SERIES
              MOVE 8                 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-FILES
           PERFORM READ-COVID19D-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
           END-PERFORM
           DISPLAY 'Rt lines WRITTEN: '         WS-LINES-WRITTEN
           DISPLAY 'Days with NO ESTIMATE: '    WS-DAYS-NO-ESTIMATE
           IF WS-SERIES-REDIST
              CLOSE COVID19R-FILE
           ELSE
              CLOSE COVID19D-FILE
           END-IF
           CLOSE PRINT-LINE
           MOVE 'C'                    TO WS-SYSPRM-MODE
           CALL WS-SYSPRM-PGM-NAME USING WS-SYSPRM-MODE,
                WS-SYSPRM-DATA, WS-SYSPRM-INFO
           GOBACK
           .
      *
       OPEN-FILES.
           IF WS-SERIES-REDIST
              OPEN INPUT  COVID19R-FILE
              MOVE 'SERIES: REDISTRIBUTED' TO H1-SERIES-O
           ELSE
              OPEN INPUT  COVID19D-FILE
              MOVE 'SERIES: AS REPORTED'   TO H1-SERIES-O
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           PERFORM LOAD-SYSTEM-PARAMETERS
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
      *    THE BAND LIMITS IN FORCE TODAY, PRINTED UNDER THE TITLE ***
       LOAD-SYSTEM-PARAMETERS.
           MOVE 'RT-BAND-LOW'          TO WS-SP-NAME
           MOVE WS-BAND-LOW            TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-BAND-FIT
           IF WS-BAND-FIT = WS-SP-VALUE
              MOVE WS-BAND-FIT         TO WS-BAND-LOW
           ELSE
              MOVE WS-BAND-LOW         TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           MOVE 'RT-BAND-HIGH'         TO WS-SP-NAME
           MOVE WS-BAND-HIGH           TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-BAND-FIT
           IF WS-BAND-FIT = WS-SP-VALUE
              MOVE WS-BAND-FIT         TO WS-BAND-HIGH
           ELSE
              MOVE WS-BAND-HIGH        TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           .
      *
       QUERY-SYSTEM-PARAMETER.
           MOVE 'COV1958'              TO WS-SP-PROGRAM
           MOVE ZEROS                  TO WS-SP-AS-OF
           MOVE 'Q'                    TO WS-SYSPRM-MODE
           CALL WS-SYSPRM-PGM-NAME USING WS-SYSPRM-MODE,
                WS-SYSPRM-DATA, WS-SYSPRM-INFO
           .
      *
       REJECT-SYSTEM-PARAMETER.
           DISPLAY '*** WARNING: SYSPARM ' WS-SP-NAME
                   ' out of range - compiled default used'
           MOVE SPACES                 TO WS-SP-TEXT
           STRING WS-SP-NAME           DELIMITED BY SPACE
                  ' = '                DELIMITED BY SIZE
                  WS-PARM-DEFAULT-O    DELIMITED BY SIZE
                  ' (DEFAULT - SYSPARM OUT OF RANGE)'
                                       DELIMITED BY SIZE
                                     INTO WS-SP-TEXT
           .
      *
       WRITE-SYSPRM-HEADER.
           MOVE WS-SP-TEXT             TO SH-TEXT-O
           WRITE PRINT-REC          FROM WS-SYSPRM-HEADER
           .
      *
       READ-COVID19D-NEXT.
           IF WS-SERIES-REDIST
              READ COVID19R-FILE INTO COVID19D-REC
                 AT END MOVE 'Y'     TO WS-LAST-REC
              END-READ
           ELSE
              READ COVID19D-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
              END-READ
           END-IF
           .
      *
      *    SHIFT THE 14-DAY WINDOW LEFT AND DROP TODAY IN SLOT 14 ***
