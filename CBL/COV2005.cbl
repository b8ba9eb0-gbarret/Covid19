      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2005.
       AUTHOR.         GEORGES B.
      *    Credential administration for the OPERCRED sign-on file,
      *    the way COV1972 maintains OPERAUTH: an administrator
      *    resets an operator's password to a temporary one (which
      *    also enrols an id not yet on file) or unlocks an id locked
      *    out by failed sign-ons. The administrator signs on with
      *    their own password first and must hold the OPERAUTH admin
      *    flag; no one resets or unlocks their own id. The temporary
      *    password is typed in, never passed on the PARM, and must
      *    be replaced by the operator at the next sign-on. Every
      *    reset and unlock goes on the SIGNLOG with the
      *    administrator's id. The admin flag lengthened the OPERAUTH
      *    record: the COV2039 conversion must be run before this
      *    program and the new SUB0006 go live ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================

      *=============================
       DATA DIVISION.
      *=============================
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
      *    R=RESET (OR ENROL), U=UNLOCK ***
            88 WS-ACTION-RESET      VALUE 'R'.
            88 WS-ACTION-UNLOCK     VALUE 'U'.
      *
       01  WS-WORK-OPER-ID           PIC X(08) VALUE SPACES.
       01  WS-ADMIN-ID               PIC X(08) VALUE SPACES.
       01  WS-TEMP-PASSWORD          PIC X(16) VALUE SPACES.
       01  WS-NO-PASSWORD            PIC X(16) VALUE SPACES.
      *
      *    PASSWORD SIGN-ON AND CREDENTIAL UPDATES - SEE SUB0011 ***
       77  WS-SIGNON-PGM-NAME        PIC X(08) VALUE 'SUB0011'.
       77  WS-SIGNON-FUNCTION        PIC X(01) VALUE 'P'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SIGNON==.
      *
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006 ***
       77  WS-AUTH-PGM-NAME          PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION          PIC X(01) VALUE 'A'.
       77  WS-AUTH-CALLER            PIC X(08) VALUE 'COV2005'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-COUNTERS.
           03 WS-IDS-RESET           PIC 9(05) VALUE ZEROS.
           03 WS-IDS-UNLOCKED        PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='UOPER0001ADMN0001' - ACTION, THE OPERATOR ID TO ACT
      *    ON, THEN THE ADMINISTRATOR'S OWN ID ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-OPER-ID       PIC X(08).
           03 LK-PARM-ADMIN-ID      PIC X(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION    TO WS-ACTION
              MOVE LK-PARM-OPER-ID   TO WS-WORK-OPER-ID
              MOVE LK-PARM-ADMIN-ID  TO WS-ADMIN-ID
           ELSE
              DISPLAY '*** Action, R=Reset password, U=Unlock: '
              ACCEPT WS-ACTION
              DISPLAY '*** Operator id to act on: '
              ACCEPT WS-WORK-OPER-ID
              DISPLAY '*** Your operator id: '
              ACCEPT WS-ADMIN-ID
           END-IF
      *
           IF NOT (WS-ACTION-RESET OR WS-ACTION-UNLOCK)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-OPER-ID = SPACES OR WS-ADMIN-ID = SPACES
              DISPLAY '*** ERROR both operator ids are required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    THE ADMINISTRATOR PROVES THEIR OWN ID FIRST ***
           CALL WS-SIGNON-PGM-NAME USING WS-SIGNON-FUNCTION,
              WS-ADMIN-ID, WS-NO-PASSWORD, WS-AUTH-CALLER,
              WS-SIGNON-INFO
           IF NOT WS-SIGNON-OK
              DISPLAY '*** Sign-on refused: ' WS-SIGNON-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    THE AUTHORITY FILE DECIDES WHO MAY ADMINISTER - A REFUSAL
      *    IS LOGGED BY SUB0006 ***
           CALL WS-AUTH-PGM-NAME USING WS-ADMIN-ID,
              WS-AUTH-FUNCTION, WS-AUTH-CALLER, WS-AUTH-INFO
           IF NOT WS-AUTH-OK
              DISPLAY '*** Permission refused: ' WS-AUTH-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-ACTION-RESET  PERFORM RESET-OPERATOR
              WHEN WS-ACTION-UNLOCK PERFORM UNLOCK-OPERATOR
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       RESET-OPERATOR.
           DISPLAY '*** Temporary password for ' WS-WORK-OPER-ID ': '
           ACCEPT WS-TEMP-PASSWORD
           MOVE 'R'                  TO WS-SIGNON-FUNCTION
           CALL WS-SIGNON-PGM-NAME USING WS-SIGNON-FUNCTION,
              WS-WORK-OPER-ID, WS-TEMP-PASSWORD, WS-AUTH-CALLER,
              WS-SIGNON-INFO
           MOVE SPACES               TO WS-TEMP-PASSWORD
           IF NOT WS-SIGNON-OK
              DISPLAY '*** ERROR reset refused: ' WS-SIGNON-MESSAGE
              MOVE 12                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-IDS-RESET
           .
      *
       UNLOCK-OPERATOR.
           MOVE 'U'                  TO WS-SIGNON-FUNCTION
           CALL WS-SIGNON-PGM-NAME USING WS-SIGNON-FUNCTION,
              WS-WORK-OPER-ID, WS-NO-PASSWORD, WS-AUTH-CALLER,
              WS-SIGNON-INFO
           IF NOT WS-SIGNON-OK
              DISPLAY '*** ERROR unlock refused: ' WS-SIGNON-MESSAGE
              MOVE 12                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-IDS-UNLOCKED
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'OPERCRED ids RESET: '        WS-IDS-RESET
           DISPLAY 'OPERCRED ids UNLOCKED: '     WS-IDS-UNLOCKED
           .
      *
