      *    reporting dips and Monday catch-ups that make the raw
      *    day-over-day numbers whipsaw. The averages print once a
      *    country has 7 days on file; the trend flag needs 14 ***
      *Modification History:
      *  Runs off either series: PARM 'A' (or none) reads COVID19D as
      *  reported, PARM 'R' reads the COVID19R redistributed series
      *  COV1997 builds, where weekend and holiday backlogs are spread
      *  back over the silent days instead of spiking the Monday. The
      *  series in use is printed on the heading.
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
           03 FILLER                   PIC X(20) VALUE 'COV1928'.
           03 FILLER                   PIC X(50) VALUE
                '*** 7-DAY MOVING AVERAGE TREND REPORT *** '.
           03 H1-SERIES-O              PIC X(30) VALUE SPACES.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 D1-AVG-DEATHS-O          PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-TREND-O               PIC X(08).
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
              PERFORM READ-COVID19D-NEXT
           END-PERFORM
           DISPLAY 'Trend lines WRITTEN: ' WS-LINES-WRITTEN
           IF WS-SERIES-REDIST
              CLOSE COVID19R-FILE
           ELSE
              CLOSE COVID19D-FILE
           END-IF
           CLOSE PRINT-LINE
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
