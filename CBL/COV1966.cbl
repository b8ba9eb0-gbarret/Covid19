      *    and date go on the record, written to COVADJPO for
      *    operations to swap in as the new COVADJPN. The same
      *    operator id that staged an adjustment cannot approve it **
      *Modification History:
      *  The checker now signs on with a password through SUB0011
      *  (OPERCRED) before any adjustment is reviewed; locked or
      *  unproved ids are refused with return code 12.
      *  Every COVID19J line is now sealed through SUB0014 with a
      *  hash chained on the line before it, for COV2015 to verify.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
      *
       01  WS-CHECKER-ID            PIC X(08) VALUE SPACES.
      *
      *    PASSWORD SIGN-ON AGAINST OPERCRED - SEE SUB0011 ***
       77  WS-SIGNON-PGM-NAME       PIC X(08) VALUE 'SUB0011'.
       77  WS-SIGNON-FUNCTION       PIC X(01) VALUE 'P'.
       77  WS-SIGNON-CALLER         PIC X(08) VALUE 'COV1966'.
       77  WS-SIGNON-PASSWORD       PIC X(16) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SIGNON==.
      *
      *    BEFORE IMAGE FOR THE RESTATEMENT JOURNAL ***
       COPY COVID19D REPLACING     ==:TAG1:== BY ==WS-BEF==
                                   ==:TAG2:== BY ==WS-BEF==.
           03 WS-BAL-REWRITES       PIC 9(07) VALUE ZEROS.
           03 WS-BAL-DELETES        PIC 9(07) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==BALPOST==.
      *
      *    COVID19J CHAIN SEAL ON EVERY JOURNAL LINE - SEE SUB0014 ***
       77  WS-CHAIN-PGM-NAME       PIC X(08) VALUE 'SUB0014'.
       77  WS-CHAIN-FUNCTION       PIC X(01) VALUE SPACE.
       COPY JRNCHAIN.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CHAIN==.
      *
       01  WS-COUNTERS.
           03 WS-PENDING-READ       PIC 9(05) VALUE ZEROS.
              DISPLAY '*** ERROR checker operator id is required'
              EXIT PARAGRAPH
           END-IF
      *    THE ID MUST BE PROVED BY ITS PASSWORD BEFORE IT COUNTS
      *    FOR ANYTHING - EVERY ATTEMPT IS LOGGED BY SUB0011 ***
           CALL WS-SIGNON-PGM-NAME USING WS-SIGNON-FUNCTION,
              WS-CHECKER-ID, WS-SIGNON-PASSWORD, WS-SIGNON-CALLER,
              WS-SIGNON-INFO
           IF NOT WS-SIGNON-OK
              DISPLAY '*** Sign-on refused: ' WS-SIGNON-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
           END-IF
      *    THE RESTATEMENT JOURNAL - APPEND ACROSS RUNS THE SAME WAY
      *    COV1901'S UPDATE MODE DOES ***
           MOVE 'I'                 TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           OPEN EXTEND COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              OPEN OUTPUT COVID19J-FILE
           MOVE CV-TOTAL-RECOVERED     TO JR-AFT-TOTAL-RECOVERED
      *    ATTENDED MAINTENANCE DRAWS NO SUB0009 RUN NUMBER ***
           MOVE ZEROS                   TO JR-RUN-NUMBER
           MOVE 'S'                 TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           WRITE COVID19J-REC
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** Error WRITE COVID19J: '
