      *    that stopped reporting recoveries - and the row is
      *    flagged EST so nobody mistakes the estimate for vendor
      *    data. Countries that stopped reporting recoveries stay in
      *    the active-case conversation instead of dropping out.
      *    The lag is the SYSPARM RECOVERY-LAG-DAYS in force
      *    (SUB0015), 14 when none is on file, and is printed under
      *    the title - a SYSPARM lag too big for the field is refused
      *    with a warning and the 14 used and printed instead ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
      *    ASSUMED RESOLVED ONE WAY OR THE OTHER ***
       77  WS-RECOVERY-LAG-DAYS        PIC 9(02) VALUE 14.
      *
      *    THE SYSPARM ENTRY IN FORCE REPLACES EACH COMPILED VALUE
      *    ABOVE - SUB0015 HANDS BACK THE DEFAULT WHEN THERE IS NONE ***
       77  WS-SYSPRM-PGM-NAME          PIC X(08) VALUE 'SUB0015'.
       77  WS-SYSPRM-MODE              PIC X(01) VALUE 'Q'.
       COPY SYSPRMLK.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SYSPRM==.
      *    A SYSPARM VALUE THAT WON'T FIT THE FIELD IT FEEDS IS
      *    REFUSED - THE COMPILED VALUE STANDS AND IS PRINTED ***
       77  WS-LAG-FIT                  PIC 9(02) VALUE ZEROS.
       77  WS-PARM-DEFAULT-O           PIC Z9.
      *
      *    PER-COUNTRY HISTORY OF CONFIRMED TOTALS FOR THE LAGGED
      *    LOOKBACK - SIZED FOR A MULTI-YEAR DAILY FEED ***
       01  WS-HISTORY-TABLE.
           03 FILLER                   PIC X(20) VALUE 'COV1946'.
           03 FILLER                   PIC X(50) VALUE
                '*** ACTIVE CASES REPORT *** '.
      *
       01  WS-SYSPRM-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PARAMETER'.
           03 SH-TEXT-O                PIC X(60).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           DISPLAY 'Active-case lines WRITTEN: '   WS-LINES-WRITTEN
           DISPLAY 'Lines with ESTIMATED recov: '  WS-LINES-ESTIMATED
           CLOSE COVID19D-FILE PRINT-LINE
           MOVE 'C'                    TO WS-SYSPRM-MODE
           CALL WS-SYSPRM-PGM-NAME USING WS-SYSPRM-MODE,
                WS-SYSPRM-DATA, WS-SYSPRM-INFO
           GOBACK
           .
      *
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           PERFORM LOAD-SYSTEM-PARAMETERS
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
      *    THE ESTIMATION LAG IN FORCE TODAY, PRINTED UNDER THE
      *    TITLE ***
       LOAD-SYSTEM-PARAMETERS.
           MOVE 'RECOVERY-LAG-DAYS'    TO WS-SP-NAME
           MOVE WS-RECOVERY-LAG-DAYS   TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-LAG-FIT
           IF WS-LAG-FIT = WS-SP-VALUE
              MOVE WS-LAG-FIT          TO WS-RECOVERY-LAG-DAYS
           ELSE
              MOVE WS-RECOVERY-LAG-DAYS TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           .
      *
       QUERY-SYSTEM-PARAMETER.
           MOVE 'COV1946'              TO WS-SP-PROGRAM
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
           READ COVID19D-FILE
