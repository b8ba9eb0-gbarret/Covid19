      *  - so weekends and holidays stop tripping the CHECK flag.
      *  No calendar on file, every gap day counts as missing, as
      *  before.
      *  The two CHECK limits now come from the SYSPARM system
      *  parameters (MAX-MISSING-DAYS, MAX-STALE-DAYS) through
      *  SUB0015, 5 and 7 when none is in force, and are printed
      *  under the title.
      *  A SYSPARM limit that is fractional, negative or too big for
      *  the field is refused with a warning and the compiled limit
      *  used and printed instead.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
           03 WS-MAX-MISSING-DAYS      PIC 9(05) VALUE 5.
           03 WS-MAX-STALE-DAYS        PIC 9(05) VALUE 7.
      *
      *    THE SYSPARM ENTRY IN FORCE REPLACES EACH COMPILED VALUE
      *    ABOVE - SUB0015 HANDS BACK THE DEFAULT WHEN THERE IS NONE ***
       77  WS-SYSPRM-PGM-NAME          PIC X(08) VALUE 'SUB0015'.
       77  WS-SYSPRM-MODE              PIC X(01) VALUE 'Q'.
       COPY SYSPRMLK.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SYSPRM==.
      *    A SYSPARM VALUE THAT WON'T FIT THE FIELD IT FEEDS IS
      *    REFUSED - THE COMPILED VALUE STANDS AND IS PRINTED ***
       01  WS-DAYS-FIT                 PIC 9(05) VALUE ZERO.
       01  WS-PARM-DEFAULT-O           PIC ZZZZ9.
      *
      *    ACCUMULATORS FOR THE COUNTRY CURRENTLY BREAKING ***
       01  WS-COUNTRY-ACCUM.
           03 WS-CURR-CODE             PIC X(05) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'COV1919'.
           03 FILLER                   PIC X(50) VALUE
                '*** COVID19D DATA-QUALITY SCORECARD *** '.
      *
       01  WS-SYSPRM-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PARAMETER'.
           03 SH-TEXT-O                PIC X(60).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           DISPLAY 'Countries LISTED: '  WS-COUNTRIES-LISTED
           DISPLAY 'Countries FLAGGED: ' WS-COUNTRIES-FLAGGED
           CLOSE COVID19D-FILE PRINT-LINE
           MOVE 'C'                    TO WS-SYSPRM-MODE
           CALL WS-SYSPRM-PGM-NAME USING WS-SYSPRM-MODE,
                WS-SYSPRM-DATA, WS-SYSPRM-INFO
           IF WS-CAL-AVAIL-YES
              CLOSE RPTCALND-FILE
           END-IF
           END-IF
           MOVE SPACES                TO PRINT-REC
           WRITE PRINT-REC          FROM WS-HEADER-1
           PERFORM LOAD-SYSTEM-PARAMETERS
           WRITE PRINT-REC          FROM WS-HEADER-2
           .
      *
      *    THE CHECK LIMITS IN FORCE TODAY, EACH ONE PRINTED UNDER
      *    THE TITLE SO THE REPORT SHOWS WHAT IT WAS JUDGED BY ***
       LOAD-SYSTEM-PARAMETERS.
           MOVE 'MAX-MISSING-DAYS'     TO WS-SP-NAME
           MOVE WS-MAX-MISSING-DAYS    TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-DAYS-FIT
           IF WS-DAYS-FIT = WS-SP-VALUE
              MOVE WS-DAYS-FIT         TO WS-MAX-MISSING-DAYS
           ELSE
              MOVE WS-MAX-MISSING-DAYS TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           MOVE 'MAX-STALE-DAYS'       TO WS-SP-NAME
           MOVE WS-MAX-STALE-DAYS      TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-DAYS-FIT
           IF WS-DAYS-FIT = WS-SP-VALUE
              MOVE WS-DAYS-FIT         TO WS-MAX-STALE-DAYS
           ELSE
              MOVE WS-MAX-STALE-DAYS   TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           .
      *
       QUERY-SYSTEM-PARAMETER.
           MOVE 'COV1919'              TO WS-SP-PROGRAM
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
                  FUNCTION TRIM (WS-PARM-DEFAULT-O)
                                       DELIMITED BY SIZE
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
