      *    a flag on every day positivity crosses the 5 percent
      *    threshold public health works to. A testing day with no
      *    case record, or with zero tests, prints with the rate
      *    column blank instead of a misleading zero. The threshold
      *    is the SYSPARM POSITIVITY-PCT in force (SUB0015), 5 when
      *    none is on file, and is printed under the title - a
      *    SYSPARM threshold that won't fit the field is refused with
      *    a warning and the 5 used and printed instead ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
      *
      *    THE PUBLIC-HEALTH ALERT LINE - POSITIVITY OVER 5 PERCENT *
       01  WS-POSITIVITY-THRESHOLD     PIC 9(02)V99 COMP-3 VALUE 5.
      *
      *    THE SYSPARM ENTRY IN FORCE REPLACES EACH COMPILED VALUE
      *    ABOVE - SUB0015 HANDS BACK THE DEFAULT WHEN THERE IS NONE ***
       77  WS-SYSPRM-PGM-NAME          PIC X(08) VALUE 'SUB0015'.
       77  WS-SYSPRM-MODE              PIC X(01) VALUE 'Q'.
       COPY SYSPRMLK.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SYSPRM==.
      *    A SYSPARM VALUE THAT WON'T FIT THE FIELD IT FEEDS IS
      *    REFUSED - THE COMPILED VALUE STANDS AND IS PRINTED ***
       01  WS-THRESHOLD-FIT            PIC 9(02)V99 COMP-3 VALUE 0.
       01  WS-PARM-DEFAULT-O           PIC Z9.99.
       01  WS-POSITIVITY-RATE          PIC 9(03)V99 COMP-3
                                                     VALUE ZEROES.
      *
           03 FILLER                   PIC X(20) VALUE 'COV1934'.
           03 FILLER                   PIC X(50) VALUE
                '*** TEST POSITIVITY RATE REPORT *** '.
      *
       01  WS-SYSPRM-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PARAMETER'.
           03 SH-TEXT-O                PIC X(60).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           DISPLAY 'Days OVER THRESHOLD: '      WS-DAYS-FLAGGED
           DISPLAY 'Days with NO CASE RECORD: ' WS-DAYS-NO-CASES
           CLOSE COVID19T-FILE COVID19D-FILE PRINT-LINE
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
      *    THE ALERT LINE IN FORCE TODAY, PRINTED UNDER THE TITLE ***
       LOAD-SYSTEM-PARAMETERS.
           MOVE 'POSITIVITY-PCT'       TO WS-SP-NAME
           MOVE WS-POSITIVITY-THRESHOLD TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-THRESHOLD-FIT
           IF WS-THRESHOLD-FIT = WS-SP-VALUE
              MOVE WS-THRESHOLD-FIT    TO WS-POSITIVITY-THRESHOLD
           ELSE
              MOVE WS-POSITIVITY-THRESHOLD TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           .
      *
       QUERY-SYSTEM-PARAMETER.
           MOVE 'COV1934'              TO WS-SP-PROGRAM
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
       READ-COVID19T-NEXT.
           READ COVID19T-FILE
