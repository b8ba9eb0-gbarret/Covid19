      *  The maker's id is now checked against the OPERAUTH
      *  authority file through SUB0006 before anything is staged;
      *  refusals land on the AUTHLOG.
      *  The maker now signs on with a password through SUB0011
      *  (OPERCRED) before the OPERAUTH check; locked or unproved
      *  ids are refused with return code 12.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       77  WS-AUTH-FUNCTION          PIC X(01) VALUE 'M'.
       77  WS-AUTH-CALLER            PIC X(08) VALUE 'COV1902'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
      *    PASSWORD SIGN-ON AGAINST OPERCRED - SEE SUB0011 ***
       77  WS-SIGNON-PGM-NAME       PIC X(08) VALUE 'SUB0011'.
       77  WS-SIGNON-FUNCTION       PIC X(01) VALUE 'P'.
       77  WS-SIGNON-CALLER         PIC X(08) VALUE 'COV1902'.
       77  WS-SIGNON-PASSWORD       PIC X(16) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SIGNON==.
      *
       01  WS-COUNTERS.
           03 WS-CHANGES-STAGED      PIC 9(05) VALUE ZEROS.
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
      *    THE AUTHORITY FILE DECIDES WHO MAY STAGE - A REFUSAL IS
      *    LOGGED BY SUB0006 ***
           CALL WS-AUTH-PGM-NAME USING WS-MAKER-ID,
