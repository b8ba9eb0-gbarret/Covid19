      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2010.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the EMBARGO publication embargo
      *    register, the way COV2007 maintains SRCPREC: add, change
      *    or delete one embargo - a country code (or ALL for every
      *    country), the position date being held, and the release
      *    date and time (HHMM) after which it may go out, with a
      *    reason. Holding figures back from the public is checker
      *    work: the operator signs on with a password (SUB0011) and
      *    must hold the OPERAUTH checker flag (SUB0006 'C'). Every
      *    outbound interface honours the register through SUB0012;
      *    COV2011 lists the embargoes in force ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   EMBARGO-FILE        ASSIGN EMBARGO
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS EM-KEY
                    FILE STATUS         IS WS-EMBARGO-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  EMBARGO-FILE.
       COPY EMBARGO REPLACING      ==:TAG1:== BY ==EMBARGO==
                                   ==:TAG2:== BY ==EM==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-EMBARGO-STATUS        PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
      *    A=ADD, C=CHANGE, D=DELETE ***
            88 WS-ACTION-ADD        VALUE 'A'.
            88 WS-ACTION-CHANGE     VALUE 'C'.
            88 WS-ACTION-DELETE     VALUE 'D'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
      *
       01  WS-WORK-CODE              PIC X(05) VALUE SPACES.
       01  WS-WORK-POS-DATE          PIC 9(08) VALUE ZEROS.
       01  WS-WORK-RELEASE-DATE      PIC 9(08) VALUE ZEROS.
       01  WS-WORK-RELEASE-TIME      PIC 9(04) VALUE ZEROS.
       01  WS-OPER-ID                PIC X(08) VALUE SPACES.
       01  WS-REASON                 PIC X(40) VALUE SPACES.
      *
      *    A PARM LONGER THAN ITS LAYOUT IS CUT AT THE FIELD ***
       77  WS-PARM-TEXT-LEN         PIC S9(4) COMP VALUE ZERO.
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
      *    AN EMBARGO IS CHECKER WORK ***
       77  WS-AUTH-PGM-NAME         PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION         PIC X(01) VALUE 'C'.
       77  WS-AUTH-CALLER           PIC X(08) VALUE 'COV2010'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-COUNTERS.
           03 WS-EMBARGO-ADDED       PIC 9(05) VALUE ZEROS.
           03 WS-EMBARGO-CHANGED     PIC 9(05) VALUE ZEROS.
           03 WS-EMBARGO-REMOVED     PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='ABRA  20211103202111031130OPER0002PRESS CONF 11:30'
      *    - ACTION, COUNTRY CODE (OR ALL), POSITION DATE, RELEASE
      *    DATE, RELEASE TIME HHMM, OPERATOR ID, REASON ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-POS-DATE      PIC 9(08).
           03 LK-PARM-RELEASE-DATE  PIC 9(08).
           03 LK-PARM-RELEASE-TIME  PIC 9(04).
           03 LK-PARM-OPER-ID       PIC X(08).
           03 LK-PARM-REASON        PIC X(40).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION       TO WS-ACTION
              MOVE LK-PARM-CODE         TO WS-WORK-CODE
              MOVE LK-PARM-POS-DATE     TO WS-WORK-POS-DATE
              MOVE LK-PARM-RELEASE-DATE TO WS-WORK-RELEASE-DATE
              MOVE LK-PARM-RELEASE-TIME TO WS-WORK-RELEASE-TIME
              MOVE LK-PARM-OPER-ID      TO WS-OPER-ID
              IF LK-PARM-LEN > 34
                 COMPUTE WS-PARM-TEXT-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 34, 40)
                 MOVE LK-PARM-REASON (1:WS-PARM-TEXT-LEN)
                                        TO WS-REASON
              END-IF
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete: '
              ACCEPT WS-ACTION
              DISPLAY '*** Country code, or ALL: '
              ACCEPT WS-WORK-CODE
              DISPLAY '*** Position date held YYYYMMDD: '
              ACCEPT WS-WORK-POS-DATE
              IF NOT WS-ACTION-DELETE
                 DISPLAY '*** Release date YYYYMMDD: '
                 ACCEPT WS-WORK-RELEASE-DATE
                 DISPLAY '*** Release time HHMM: '
                 ACCEPT WS-WORK-RELEASE-TIME
                 DISPLAY '*** Reason for the embargo: '
                 ACCEPT WS-REASON
              END-IF
              DISPLAY '*** Your operator id: '
              ACCEPT WS-OPER-ID
           END-IF
      *
           IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR
                   WS-ACTION-DELETE)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-CODE = SPACES OR WS-OPER-ID = SPACES
              DISPLAY '*** ERROR country code and operator id are '
                      'required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-POS-DATE     TO WS-EDIT-DATE
           PERFORM VALIDATE-EDIT-DATE
           IF NOT WS-DATECHK-OK
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-ACTION-DELETE
              MOVE WS-WORK-RELEASE-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE
              IF NOT WS-DATECHK-OK
                 EXIT PARAGRAPH
              END-IF
              IF WS-WORK-RELEASE-TIME NOT NUMERIC OR
                 WS-WORK-RELEASE-TIME (1:2) > '23' OR
                 WS-WORK-RELEASE-TIME (3:2) > '59'
                 DISPLAY '*** ERROR release time must be HHMM: '
                             WS-WORK-RELEASE-TIME
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
      *       FIGURES CANNOT BE RELEASED BEFORE THE DAY THEY STAND FOR
      *       HAS EVEN BEEN LOADED, AND AN EMBARGO NEEDS ITS REASON ***
              IF WS-WORK-RELEASE-DATE < WS-WORK-POS-DATE
                 DISPLAY '*** ERROR release date is before the '
                         'position date'
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              IF WS-REASON = SPACES
                 DISPLAY '*** ERROR a reason is required'
                 MOVE 8             TO RETURN-CODE
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
              WHEN WS-ACTION-ADD    PERFORM ADD-EMBARGO
              WHEN WS-ACTION-CHANGE PERFORM CHANGE-EMBARGO
              WHEN WS-ACTION-DELETE PERFORM DELETE-EMBARGO
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE EMBARGO-FILE
           .
      *
       MAIN-STOP.
           GOBACK
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
           OPEN I-O EMBARGO-FILE
      *    FIRST EVER EMBARGO - THE FILE DOESN'T EXIST YET ***
           IF WS-EMBARGO-STATUS NOT = ZERO
              OPEN OUTPUT EMBARGO-FILE
              CLOSE EMBARGO-FILE
              OPEN I-O EMBARGO-FILE
           END-IF
           IF WS-EMBARGO-STATUS > 0
              DISPLAY '*** ERROR OPENING EMBARGO-FILE-STATUS: '
                          WS-EMBARGO-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
              MOVE 16              TO RETURN-CODE
           END-IF
           .
      *
       ADD-EMBARGO.
           MOVE WS-WORK-CODE       TO EM-CODE
           MOVE WS-WORK-POS-DATE   TO EM-POS-DATE
           PERFORM MOVE-WORK-FIELDS
           WRITE EMBARGO-REC
              INVALID KEY
                 DISPLAY '*** ERROR, embargo already on file: '
                             WS-WORK-CODE ' ' WS-WORK-POS-DATE
              NOT INVALID KEY
                 ADD 1             TO WS-EMBARGO-ADDED
           END-WRITE
           .
      *
       CHANGE-EMBARGO.
           MOVE WS-WORK-CODE       TO EM-CODE
           MOVE WS-WORK-POS-DATE   TO EM-POS-DATE
           READ EMBARGO-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no embargo on file for: '
                             WS-WORK-CODE ' ' WS-WORK-POS-DATE
                 EXIT PARAGRAPH
           END-READ
           PERFORM MOVE-WORK-FIELDS
           REWRITE EMBARGO-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE EMBARGO-FILE, STATUS: '
                             WS-EMBARGO-STATUS
              NOT INVALID KEY
                 ADD 1             TO WS-EMBARGO-CHANGED
           END-REWRITE
           .
      *
       MOVE-WORK-FIELDS.
           MOVE WS-WORK-RELEASE-DATE TO EM-RELEASE-DATE
           MOVE WS-WORK-RELEASE-TIME TO EM-RELEASE-TIME
           MOVE WS-OPER-ID         TO EM-SET-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO EM-SET-DATE
           MOVE WS-REASON          TO EM-REASON
           .
      *
      *    LIFTING AN EMBARGO EARLY - ONE THAT HAS SIMPLY REACHED ITS
      *    RELEASE TIME NEEDS NO DELETE ***
       DELETE-EMBARGO.
           MOVE WS-WORK-CODE       TO EM-CODE
           MOVE WS-WORK-POS-DATE   TO EM-POS-DATE
           DELETE EMBARGO-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no embargo on file for: '
                             WS-WORK-CODE ' ' WS-WORK-POS-DATE
              NOT INVALID KEY
                 ADD 1             TO WS-EMBARGO-REMOVED
           END-DELETE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'EMBARGO entries ADDED: '     WS-EMBARGO-ADDED
           DISPLAY 'EMBARGO entries CHANGED: '   WS-EMBARGO-CHANGED
           DISPLAY 'EMBARGO entries DELETED: '   WS-EMBARGO-REMOVED
           .
      *
