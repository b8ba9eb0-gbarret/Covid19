      *    COV1966, the way COV1902/COV1927 run COUNTRYS maintenance.
      *    The record must already exist on COVID19D - inventing new
      *    days stays the loaders' job ***
      *Modification History:
      *  The maker now signs on with a password through SUB0011
      *  (OPERCRED) before anything is staged; locked or unproved
      *  ids are refused with return code 12.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
           03 WS-WORK-TOTAL-RECOVERED PIC S9(09) VALUE ZEROS.
           03 WS-WORK-REASON         PIC X(40) VALUE SPACES.
           03 WS-MAKER-ID            PIC X(08) VALUE SPACES.
      *
      *    PASSWORD SIGN-ON AGAINST OPERCRED - SEE SUB0011 ***
       77  WS-SIGNON-PGM-NAME       PIC X(08) VALUE 'SUB0011'.
       77  WS-SIGNON-FUNCTION       PIC X(01) VALUE 'P'.
       77  WS-SIGNON-CALLER         PIC X(08) VALUE 'COV1965'.
       77  WS-SIGNON-PASSWORD       PIC X(16) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SIGNON==.
      *
       01  WS-COUNTERS.
           03 WS-ADJUSTMENTS-STAGED  PIC 9(05) VALUE ZEROS.
              DISPLAY '*** ERROR maker operator id is required'
              EXIT PARAGRAPH
           END-IF
      *    THE ID MUST BE PROVED BY ITS PASSWORD BEFORE IT COUNTS
      *    FOR ANYTHING - EVERY ATTEMPT IS LOGGED BY SUB0011 ***
           CALL WS-SIGNON-PGM-NAME USING WS-SIGNON-FUNCTION,
              WS-MAKER-ID, WS-SIGNON-PASSWORD, WS-SIGNON-CALLER,
              WS-SIGNON-INFO
           IF NOT WS-SIGNON-OK
              DISPLAY '*** Sign-on refused: ' WS-SIGNON-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-REASON = SPACES
              DISPLAY '*** ERROR a reason text is required'
              EXIT PARAGRAPH
