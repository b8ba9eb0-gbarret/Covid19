      *    clears a minimum absolute jump (WS-SPIKE-MIN-CONFIRMED/
      *    -DEATHS below) - the minimum keeps a country going from 1
      *    to 3 cases off the report, since doubling off a tiny base
      *    isn't a real spike. Every flagged spike is also posted
      *    through SUB0013 to the ALERTCAS case file - rule SPKC for
      *    cases, SPKD for deaths, keyed on country and spike date -
      *    so the spike that prints again tomorrow lands on the case
      *    already opened (and perhaps acknowledged) instead of a new
      *    one; the CASE column shows NEW or the case's status. Both
      *    minimums are SYSPARM parameters (SPIKE-MIN-CONFIRMED,
      *    SPIKE-MIN-DEATHS) read through SUB0015, 100 and 10 when
      *    none is in force, and are printed under the title; a
      *    SYSPARM value that is fractional, negative or too big is
      *    refused with a warning and the compiled minimum printed ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
           03 WS-SPIKE-MIN-CONFIRMED   PIC 9(09) VALUE 100.
           03 WS-SPIKE-MIN-DEATHS      PIC 9(09) VALUE 10.
      *
      *    THE SYSPARM ENTRY IN FORCE REPLACES EACH COMPILED VALUE
      *    ABOVE - SUB0015 HANDS BACK THE DEFAULT WHEN THERE IS NONE ***
       77  WS-SYSPRM-PGM-NAME          PIC X(08) VALUE 'SUB0015'.
       77  WS-SYSPRM-MODE              PIC X(01) VALUE 'Q'.
       COPY SYSPRMLK.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SYSPRM==.
      *    A SYSPARM VALUE THAT WON'T FIT THE FIELD IT FEEDS IS
      *    REFUSED - THE COMPILED VALUE STANDS AND IS PRINTED ***
       01  WS-MINIMUM-FIT              PIC 9(09) VALUE ZERO.
       01  WS-PARM-DEFAULT-O           PIC ZZZZZZZZ9.
      *
      *    CARRIED FORWARD FROM THE LAST RECORD READ FOR THE SAME
      *    COUNTRY, SO THE FIRST DAY SEEN FOR A COUNTRY HAS NOTHING TO
      *    COMPARE AGAINST AND CAN'T BE FLAGGED ***
           03 WS-PRIOR-NEW-DEATHS      PIC S9(09) VALUE ZEROES.
      *
       01  WS-LINES-WRITTEN            PIC 9(05) VALUE ZEROES.
       01  WS-CASES-OPENED             PIC 9(05) VALUE ZEROES.
       01  WS-CASES-REPEATED           PIC 9(05) VALUE ZEROES.
      *
      *    ALERT CASE POSTING - SEE SUB0013 ***
       77  WS-CASE-PGM-NAME            PIC X(08) VALUE 'SUB0013'.
       77  WS-CASE-FUNCTION            PIC X(01) VALUE 'P'.
       01  WS-CASE-ALERT.
           03 WS-CA-RULE-ID            PIC X(04).
           03 WS-CA-CODE               PIC X(05).
           03 WS-CA-TRIGGER-DATE       PIC 9(08).
           03 WS-CA-SOURCE-PGM         PIC X(08) VALUE 'COV1915'.
           03 WS-CA-SEVERITY           PIC X(01) VALUE 'W'.
           03 WS-CA-METRIC             PIC X(02).
           03 WS-CA-VALUE              PIC S9(09).
           03 WS-CA-THRESHOLD          PIC 9(09).
       77  WS-CASE-STATE               PIC X(01) VALUE SPACE.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CASE==.
      *
      *    SHARED TOKEN ON THE COVID19 INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
           03 FILLER                   PIC X(20) VALUE 'COV1915'.
           03 FILLER                   PIC X(40) VALUE
                '*** SPIKE/EXCEPTION ALERT REPORT *** '.
      *
       01  WS-SYSPRM-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PARAMETER'.
           03 SH-TEXT-O                PIC X(60).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'PRIOR NEW'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'TODAY NEW'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE 'CASE'.
      *
       01  WS-DETAILS-1.
           03 D1-CODE-O                PIC X(05).
           03 D1-PRIOR-NEW-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-TODAY-NEW-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(04).
           03 D1-CASE-O                PIC X(06).
      *=============================
       PROCEDURE DIVISION.
      *=============================
              END-IF
           END-PERFORM
           DISPLAY 'Spikes FLAGGED: ' WS-LINES-WRITTEN
           DISPLAY 'Alert cases OPENED: ' WS-CASES-OPENED
           DISPLAY 'Alert cases REPEATED: ' WS-CASES-REPEATED
           MOVE 'C'                  TO WS-CASE-FUNCTION
           CALL WS-CASE-PGM-NAME USING WS-CASE-FUNCTION,
              WS-CASE-ALERT, WS-CASE-STATE, WS-CASE-INFO
           CLOSE COVID19D-FILE PRINT-LINE
           MOVE 'C'                    TO WS-SYSPRM-MODE
           CALL WS-SYSPRM-PGM-NAME USING WS-SYSPRM-MODE,
                WS-SYSPRM-DATA, WS-SYSPRM-INFO
           MOVE 'RS'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           PERFORM LOAD-SYSTEM-PARAMETERS
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
      *    THE SPIKE MINIMUMS IN FORCE TODAY, PRINTED UNDER THE
      *    TITLE ***
       LOAD-SYSTEM-PARAMETERS.
           MOVE 'SPIKE-MIN-CONFIRMED'  TO WS-SP-NAME
           MOVE WS-SPIKE-MIN-CONFIRMED TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-MINIMUM-FIT
           IF WS-MINIMUM-FIT = WS-SP-VALUE
              MOVE WS-MINIMUM-FIT      TO WS-SPIKE-MIN-CONFIRMED
           ELSE
              MOVE WS-SPIKE-MIN-CONFIRMED TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           MOVE 'SPIKE-MIN-DEATHS'     TO WS-SP-NAME
           MOVE WS-SPIKE-MIN-DEATHS    TO WS-SP-VALUE
           PERFORM QUERY-SYSTEM-PARAMETER
           MOVE WS-SP-VALUE            TO WS-MINIMUM-FIT
           IF WS-MINIMUM-FIT = WS-SP-VALUE
              MOVE WS-MINIMUM-FIT      TO WS-SPIKE-MIN-DEATHS
           ELSE
              MOVE WS-SPIKE-MIN-DEATHS TO WS-PARM-DEFAULT-O
              PERFORM REJECT-SYSTEM-PARAMETER
           END-IF
           PERFORM WRITE-SYSPRM-HEADER
           .
      *
       QUERY-SYSTEM-PARAMETER.
           MOVE 'COV1915'              TO WS-SP-PROGRAM
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
           READ COVID19D-FILE NEXT RECORD
           MOVE 'CASES'                TO D1-ALERT-O
           MOVE WS-PRIOR-NEW-CONFIRMED TO D1-PRIOR-NEW-O
           MOVE CV-NEW-CONFIRMED       TO D1-TODAY-NEW-O
           MOVE 'SPKC'                 TO WS-CA-RULE-ID
           MOVE 'NC'                   TO WS-CA-METRIC
           MOVE CV-NEW-CONFIRMED       TO WS-CA-VALUE
           MOVE WS-PRIOR-NEW-CONFIRMED TO WS-CA-THRESHOLD
           PERFORM WRITE-ONE-SPIKE-LINE
           .
      *
           MOVE 'DEATHS'               TO D1-ALERT-O
           MOVE WS-PRIOR-NEW-DEATHS    TO D1-PRIOR-NEW-O
           MOVE CV-NEW-DEATHS          TO D1-TODAY-NEW-O
           MOVE 'SPKD'                 TO WS-CA-RULE-ID
           MOVE 'ND'                   TO WS-CA-METRIC
           MOVE CV-NEW-DEATHS          TO WS-CA-VALUE
           MOVE WS-PRIOR-NEW-DEATHS    TO WS-CA-THRESHOLD
           PERFORM WRITE-ONE-SPIKE-LINE
           .
      *
           MOVE CV-DATE-MONTH         TO D1-DATE-O (6:2)
           MOVE '-'                   TO D1-DATE-O (8:1)
           MOVE CV-DATE-DAY           TO D1-DATE-O (9:2)
           PERFORM POST-ALERT-CASE
           WRITE PRINT-REC          FROM WS-DETAILS-1
           ADD 1                      TO WS-LINES-WRITTEN
           .
      *
      *    OPEN THE CASE, OR FIND THE ONE A PRIOR NIGHT OPENED ***
       POST-ALERT-CASE.
           MOVE 'P'                   TO WS-CASE-FUNCTION
           MOVE CV-CODE               TO WS-CA-CODE
           MOVE CV-DATE               TO WS-CA-TRIGGER-DATE
           CALL WS-CASE-PGM-NAME USING WS-CASE-FUNCTION,
              WS-CASE-ALERT, WS-CASE-STATE, WS-CASE-INFO
           IF NOT WS-CASE-OK
              DISPLAY '*** Alert case not posted: ' WS-CA-RULE-ID
                          ' ' CV-CODE ' ' CV-DATE ' ' WS-CASE-MESSAGE
              MOVE '??????'           TO D1-CASE-O
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CASE-STATE
              WHEN 'N'
                 MOVE 'NEW'           TO D1-CASE-O
                 ADD 1                TO WS-CASES-OPENED
              WHEN 'O'
                 MOVE 'OPEN'          TO D1-CASE-O
                 ADD 1                TO WS-CASES-REPEATED
              WHEN 'A'
                 MOVE 'ACK'           TO D1-CASE-O
                 ADD 1                TO WS-CASES-REPEATED
              WHEN OTHER
                 MOVE 'CLOSED'        TO D1-CASE-O
                 ADD 1                TO WS-CASES-REPEATED
           END-EVALUATE
           .
