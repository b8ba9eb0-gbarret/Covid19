      *    the day a rule's streak reaches its day count. Metrics:
      *      D: NC/TC/ND/TD = NEW/TOTAL CONFIRMED/DEATHS
      *      V: NV/TV = NEW/TOTAL VACCINATIONS, PV/PF = PEOPLE/FULLY
      *      T: NT/TT = NEW/TOTAL TESTS
      *    Each alert fired is posted through SUB0013 to the ALERTCAS
      *    case file under its rule id, country and trigger date, so
      *    the same breach seen again on a later night updates the
      *    case already open instead of starting another; the CASE
      *    column shows NEW or the existing case's status ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
           03 WS-ALERTS-INFO           PIC 9(05) VALUE ZEROS.
           03 WS-ALERTS-WARNING        PIC 9(05) VALUE ZEROS.
           03 WS-ALERTS-CRITICAL       PIC 9(05) VALUE ZEROS.
           03 WS-CASES-OPENED          PIC 9(05) VALUE ZEROS.
           03 WS-CASES-REPEATED        PIC 9(05) VALUE ZEROS.
      *
      *    ALERT CASE POSTING - SEE SUB0013 ***
       77  WS-CASE-PGM-NAME            PIC X(08) VALUE 'SUB0013'.
       77  WS-CASE-FUNCTION            PIC X(01) VALUE 'P'.
       01  WS-CASE-ALERT.
           03 WS-CA-RULE-ID            PIC X(04).
           03 WS-CA-CODE               PIC X(05).
           03 WS-CA-TRIGGER-DATE       PIC 9(08).
           03 WS-CA-SOURCE-PGM         PIC X(08) VALUE 'COV1959'.
           03 WS-CA-SEVERITY           PIC X(01).
           03 WS-CA-METRIC             PIC X(02).
           03 WS-CA-VALUE              PIC S9(09).
           03 WS-CA-THRESHOLD          PIC 9(09).
       77  WS-CASE-STATE               PIC X(01) VALUE SPACE.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CASE==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1959'.
           03 FILLER                   PIC X(12) VALUE 'THRESHOLD'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'DAYS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE 'CASE'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-THRESHOLD-O           PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(03).
           03 D1-DAYS-O                PIC Z9.
           03 FILLER                   PIC X(05).
           03 D1-CASE-O                PIC X(06).
      *=============================
       PROCEDURE DIVISION.
      *=============================
           DISPLAY 'Alerts INFO: '              WS-ALERTS-INFO
           DISPLAY 'Alerts WARNING: '           WS-ALERTS-WARNING
           DISPLAY 'Alerts CRITICAL: '          WS-ALERTS-CRITICAL
           DISPLAY 'Alert cases OPENED: '       WS-CASES-OPENED
           DISPLAY 'Alert cases REPEATED: '     WS-CASES-REPEATED
           MOVE 'C'                    TO WS-CASE-FUNCTION
           CALL WS-CASE-PGM-NAME USING WS-CASE-FUNCTION,
              WS-CASE-ALERT, WS-CASE-STATE, WS-CASE-INFO
           CLOSE PRINT-LINE
           GOBACK
           .
           MOVE WS-METRIC-VALUE        TO D1-VALUE-O
           MOVE WS-RL-THRESHOLD (WS-RULE-IDX) TO D1-THRESHOLD-O
           MOVE WS-RL-DAYS (WS-RULE-IDX)      TO D1-DAYS-O
           PERFORM POST-ALERT-CASE
           WRITE PRINT-REC           FROM WS-DETAILS-1
           EVALUATE WS-RL-SEVERITY (WS-RULE-IDX)
              WHEN 'C'
           END-EVALUATE
           .
      *
      *    OPEN THE CASE, OR FIND THE ONE A PRIOR NIGHT OPENED ***
       POST-ALERT-CASE.
           MOVE 'P'                    TO WS-CASE-FUNCTION
           MOVE WS-RL-RULE-ID (WS-RULE-IDX)   TO WS-CA-RULE-ID
           MOVE WS-EVAL-CODE           TO WS-CA-CODE
           MOVE WS-EVAL-DATE           TO WS-CA-TRIGGER-DATE
           MOVE WS-RL-SEVERITY (WS-RULE-IDX)  TO WS-CA-SEVERITY
           MOVE WS-RL-METRIC (WS-RULE-IDX)    TO WS-CA-METRIC
           MOVE WS-METRIC-VALUE        TO WS-CA-VALUE
           MOVE WS-RL-THRESHOLD (WS-RULE-IDX) TO WS-CA-THRESHOLD
           CALL WS-CASE-PGM-NAME USING WS-CASE-FUNCTION,
              WS-CASE-ALERT, WS-CASE-STATE, WS-CASE-INFO
           IF NOT WS-CASE-OK
              DISPLAY '*** Alert case not posted: ' WS-CA-RULE-ID
                          ' ' WS-EVAL-CODE ' ' WS-EVAL-DATE ' '
                          WS-CASE-MESSAGE
              MOVE '??????'            TO D1-CASE-O
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CASE-STATE
              WHEN 'N'
                 MOVE 'NEW'            TO D1-CASE-O
                 ADD 1                 TO WS-CASES-OPENED
              WHEN 'O'
                 MOVE 'OPEN'           TO D1-CASE-O
                 ADD 1                 TO WS-CASES-REPEATED
              WHEN 'A'
                 MOVE 'ACK'            TO D1-CASE-O
                 ADD 1                 TO WS-CASES-REPEATED
              WHEN OTHER
                 MOVE 'CLOSED'         TO D1-CASE-O
                 ADD 1                 TO WS-CASES-REPEATED
           END-EVALUATE
           .
      *
