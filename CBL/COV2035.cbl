      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2035.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the LEGLHOLD legal-hold
      *    register, the way COV2010 maintains EMBARGO: place a hold
      *    - its reference, a country code (or ALL for every
      *    country), the period held (a zero to-date holds on until
      *    released), the files it covers (Y/N each for the daily
      *    figures, the rejects and logs, and the backup
      *    generations) and what it is for - or release one. Placing
      *    and releasing a hold are checker work: the operator signs
      *    on with a password (SUB0011) and must hold the OPERAUTH
      *    checker flag (SUB0006 'C'). A released hold is kept on the
      *    register with who released it and when; nothing is ever
      *    deleted. The archive, purge, merge and retention jobs
      *    honour the register through SUB0016; COV2036 lists the
      *    holds in force ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   LEGLHOLD-FILE       ASSIGN LEGLHOLD
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS LH-REF
                    FILE STATUS         IS WS-LEGLHOLD-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  LEGLHOLD-FILE.
       COPY LEGLHOLD REPLACING     ==:TAG1:== BY ==LEGLHOLD==
                                   ==:TAG2:== BY ==LH==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-LEGLHOLD-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
      *    P=PLACE, R=RELEASE ***
            88 WS-ACTION-PLACE      VALUE 'P'.
            88 WS-ACTION-RELEASE    VALUE 'R'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
      *
       01  WS-WORK-REF               PIC X(12) VALUE SPACES.
       01  WS-WORK-CODE              PIC X(05) VALUE SPACES.
       01  WS-WORK-FROM-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-WORK-TO-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-WORK-FILES.
           03 WS-WORK-COVER-DAILY    PIC X(01) VALUE SPACE.
           03 WS-WORK-COVER-REJECTS  PIC X(01) VALUE SPACE.
           03 WS-WORK-COVER-BACKUPS  PIC X(01) VALUE SPACE.
       01  WS-OPER-ID                PIC X(08) VALUE SPACES.
       01  WS-REASON                 PIC X(40) VALUE SPACES.
      *    A PARM LONGER THAN THE REASON FIELD IS CUT AT 40 ***
       77  WS-REASON-LEN             PIC S9(4) COMP VALUE ZERO.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME         PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR           PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-DATE             PIC 9(08) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    PASSWORD SIGN-ON AGAINST OPERCRED - SEE SUB0011 ***
       77  WS-SIGNON-PGM-NAME       PIC X(08) VALUE 'SUB0011'.
       77  WS-SIGNON-FUNCTION       PIC X(01) VALUE 'P'.
       77  WS-SIGNON-PASSWORD       PIC X(16) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SIGNON==.
      *
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006.
      *    A LEGAL HOLD IS CHECKER WORK ***
       77  WS-AUTH-PGM-NAME         PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION         PIC X(01) VALUE 'C'.
       77  WS-AUTH-CALLER           PIC X(08) VALUE 'COV2035'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-COUNTERS.
           03 WS-HOLDS-PLACED        PIC 9(05) VALUE ZEROS.
           03 WS-HOLDS-RELEASED      PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='PPARL-2022-14ALL  2020030120200630YYYOPER0002SELECT
      *    COMMITTEE INQUIRY' - ACTION, HOLD REFERENCE, COUNTRY CODE
      *    (OR ALL), FROM DATE, TO DATE (ZERO = OPEN), FILES COVERED
      *    (DAILY/REJECTS/BACKUPS Y OR N), OPERATOR ID, REASON. A
      *    RELEASE NEEDS ONLY THE ACTION, REFERENCE AND OPERATOR ID,
      *    THE REST LEFT BLANK ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-REF           PIC X(12).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-FROM-DATE     PIC X(08).
           03 LK-PARM-TO-DATE       PIC X(08).
           03 LK-PARM-FILES         PIC X(03).
           03 LK-PARM-OPER-ID       PIC X(08).
           03 LK-PARM-REASON        PIC X(40).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION       TO WS-ACTION
              MOVE LK-PARM-REF          TO WS-WORK-REF
              MOVE LK-PARM-CODE         TO WS-WORK-CODE
              IF LK-PARM-FROM-DATE NUMERIC
                 MOVE LK-PARM-FROM-DATE TO WS-WORK-FROM-DATE
              END-IF
              IF LK-PARM-TO-DATE NUMERIC
                 MOVE LK-PARM-TO-DATE   TO WS-WORK-TO-DATE
              END-IF
              MOVE LK-PARM-FILES        TO WS-WORK-FILES
              MOVE LK-PARM-OPER-ID      TO WS-OPER-ID
              IF LK-PARM-LEN > 45
                 COMPUTE WS-REASON-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 45, 40)
                 MOVE LK-PARM-REASON (1:WS-REASON-LEN)
                                        TO WS-REASON
              END-IF
           ELSE
              DISPLAY '*** Action, P=Place, R=Release: '
              ACCEPT WS-ACTION
              DISPLAY '*** Hold reference: '
              ACCEPT WS-WORK-REF
              IF WS-ACTION-PLACE
                 DISPLAY '*** Country code, or ALL: '
                 ACCEPT WS-WORK-CODE
                 DISPLAY '*** Held from date YYYYMMDD: '
                 ACCEPT WS-WORK-FROM-DATE
                 DISPLAY '*** Held to date YYYYMMDD, or 0 for open: '
                 ACCEPT WS-WORK-TO-DATE
                 DISPLAY '*** Covers daily figures (Y/N): '
                 ACCEPT WS-WORK-COVER-DAILY
                 DISPLAY '*** Covers rejects and logs (Y/N): '
                 ACCEPT WS-WORK-COVER-REJECTS
                 DISPLAY '*** Covers backup generations (Y/N): '
                 ACCEPT WS-WORK-COVER-BACKUPS
                 DISPLAY '*** Reason for the hold: '
                 ACCEPT WS-REASON
              END-IF
              DISPLAY '*** Your operator id: '
              ACCEPT WS-OPER-ID
           END-IF
      *
           IF NOT (WS-ACTION-PLACE OR WS-ACTION-RELEASE)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-REF = SPACES OR WS-OPER-ID = SPACES
              DISPLAY '*** ERROR hold reference and operator id are '
                      'required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-PLACE
              PERFORM VALIDATE-NEW-HOLD
              IF RETURN-CODE > ZERO
                 EXIT PARAGRAPH
              END-IF
           END-IF
      *    THE ID MUST BE PROVED BY ITS PASSWORD, THEN HOLD THE
      *    CHECKER FLAG - BOTH CALLS LOG THEIR OWN REFUSALS ***
           CALL WS-SIGNON-PGM-NAME USING WS-SIGNON-FUNCTION,
              WS-OPER-ID, WS-SIGNON-PASSWORD, WS-AUTH-CALLER,
              WS-SIGNON-INFO
           IF NOT WS-SIGNON-OK
              DISPLAY '*** Sign-on refused: ' WS-SIGNON-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           CALL WS-AUTH-PGM-NAME USING WS-OPER-ID,
              WS-AUTH-FUNCTION, WS-AUTH-CALLER, WS-AUTH-INFO
           IF NOT WS-AUTH-OK
              DISPLAY '*** Permission refused: ' WS-AUTH-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-ACTION-PLACE   PERFORM PLACE-HOLD
              WHEN WS-ACTION-RELEASE PERFORM RELEASE-HOLD
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE LEGLHOLD-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    A HOLD NEEDS A COUNTRY, A REAL PERIOD, AT LEAST ONE FILE
      *    COVERED AND ITS REASON - ANYTHING BUT Y IS N ***
       VALIDATE-NEW-HOLD.
           IF WS-WORK-CODE = SPACES
              DISPLAY '*** ERROR a country code, or ALL, is required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-FROM-DATE    TO WS-EDIT-DATE
           PERFORM VALIDATE-EDIT-DATE
           IF NOT WS-DATECHK-OK
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-TO-DATE > ZERO
              MOVE WS-WORK-TO-DATE   TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE
              IF NOT WS-DATECHK-OK
                 EXIT PARAGRAPH
              END-IF
              IF WS-WORK-TO-DATE < WS-WORK-FROM-DATE
                 DISPLAY '*** ERROR to date is before the from date'
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-WORK-COVER-DAILY = 'y'
              MOVE 'Y'              TO WS-WORK-COVER-DAILY
           END-IF
           IF WS-WORK-COVER-REJECTS = 'y'
              MOVE 'Y'              TO WS-WORK-COVER-REJECTS
           END-IF
           IF WS-WORK-COVER-BACKUPS = 'y'
              MOVE 'Y'              TO WS-WORK-COVER-BACKUPS
           END-IF
           IF WS-WORK-COVER-DAILY NOT = 'Y'
              MOVE 'N'              TO WS-WORK-COVER-DAILY
           END-IF
           IF WS-WORK-COVER-REJECTS NOT = 'Y'
              MOVE 'N'              TO WS-WORK-COVER-REJECTS
           END-IF
           IF WS-WORK-COVER-BACKUPS NOT = 'Y'
              MOVE 'N'              TO WS-WORK-COVER-BACKUPS
           END-IF
           IF WS-WORK-FILES = 'NNN'
              DISPLAY '*** ERROR the hold must cover at least one of '
                      'the daily figures, rejects or backups'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-REASON = SPACES
              DISPLAY '*** ERROR a reason is required'
              MOVE 8                TO RETURN-CODE
           END-IF
           .
      *
       VALIDATE-EDIT-DATE.
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** ERROR date is not valid: ' WS-EDIT-DATE
                      ' ' WS-DATECHK-MESSAGE
              MOVE 8                TO RETURN-CODE
           END-IF
           .
      *
       OPEN-FILES.
           OPEN I-O LEGLHOLD-FILE
      *    FIRST EVER HOLD - THE FILE DOESN'T EXIST YET ***
           IF WS-LEGLHOLD-STATUS NOT = ZERO
              OPEN OUTPUT LEGLHOLD-FILE
              CLOSE LEGLHOLD-FILE
              OPEN I-O LEGLHOLD-FILE
           END-IF
           IF WS-LEGLHOLD-STATUS > 0
              DISPLAY '*** ERROR OPENING LEGLHOLD-FILE-STATUS: '
                          WS-LEGLHOLD-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
              MOVE 16              TO RETURN-CODE
           END-IF
           .
      *
      *    A REFERENCE IS NEVER REUSED - NOT EVEN ONE RELEASED LONG
      *    AGO, WHOSE ENTRY IS THE RECORD OF WHAT WAS HELD ***
       PLACE-HOLD.
           MOVE SPACES             TO LEGLHOLD-REC
           MOVE WS-WORK-REF        TO LH-REF
           MOVE WS-WORK-CODE       TO LH-CODE
           MOVE WS-WORK-FROM-DATE  TO LH-FROM-DATE
           MOVE WS-WORK-TO-DATE    TO LH-TO-DATE
           MOVE WS-WORK-FILES      TO LH-FILES
           MOVE 'A'                TO LH-STATUS
           MOVE WS-OPER-ID         TO LH-PLACED-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO LH-PLACED-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LH-PLACED-TIME
           MOVE ZEROS              TO LH-RELEASED-DATE
                                      LH-RELEASED-TIME
           MOVE WS-REASON          TO LH-REASON
           WRITE LEGLHOLD-REC
              INVALID KEY
                 DISPLAY '*** ERROR, hold reference already on file: '
                             WS-WORK-REF
                 MOVE 8            TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-HOLDS-PLACED
                 DISPLAY '*** Hold PLACED: ' WS-WORK-REF ' '
                         WS-WORK-CODE ' ' WS-WORK-FROM-DATE '-'
                         WS-WORK-TO-DATE ' files ' WS-WORK-FILES
           END-WRITE
           .
      *
       RELEASE-HOLD.
           MOVE WS-WORK-REF        TO LH-REF
           READ LEGLHOLD-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no hold on file for: '
                             WS-WORK-REF
                 MOVE 8            TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           IF NOT LH-IN-FORCE
              DISPLAY '*** ERROR, hold already released: '
                          WS-WORK-REF ' by ' LH-RELEASED-BY
                          ' on ' LH-RELEASED-DATE
              MOVE 8               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'R'                TO LH-STATUS
           MOVE WS-OPER-ID         TO LH-RELEASED-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO LH-RELEASED-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LH-RELEASED-TIME
           REWRITE LEGLHOLD-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE LEGLHOLD-FILE, STATUS: '
                             WS-LEGLHOLD-STATUS
                 MOVE 16           TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-HOLDS-RELEASED
                 DISPLAY '*** Hold RELEASED: ' WS-WORK-REF
           END-REWRITE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'LEGLHOLD holds PLACED: '     WS-HOLDS-PLACED
           DISPLAY 'LEGLHOLD holds RELEASED: '   WS-HOLDS-RELEASED
           .
      *
