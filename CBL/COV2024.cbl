      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2024.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the SYSPARM system parameters,
      *    the way COV2010 maintains EMBARGO: add, change or delete
      *    one effective-dated value of one program's parameter -
      *    the program-id, the parameter name, the date the value
      *    takes effect from, the value (digits with up to four
      *    decimals) and what it is for. A new value for a later
      *    date is an ADD, so the old one stays in force until then
      *    and the history of the threshold stays on file. The
      *    operator must hold the OPERAUTH reference-maintenance
      *    flag (SUB0006 'L'). Every change is journaled to SYSPRMJ
      *    with the value before and after. The reports read the
      *    file through SUB0015 and fall back on their compiled
      *    defaults for anything not on it ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   SYSPARM-FILE        ASSIGN SYSPARM
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS SP-KEY
                    FILE STATUS         IS WS-SYSPARM-STATUS
           .
           SELECT   SYSPRMJ-FILE        ASSIGN SYSPRMJ
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-SYSPRMJ-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  SYSPARM-FILE.
       COPY SYSPARM REPLACING      ==:TAG1:== BY ==SYSPARM==
                                   ==:TAG2:== BY ==SP==.
      *
       FD  SYSPRMJ-FILE.
       COPY SYSPRMJ REPLACING      ==:TAG1:== BY ==SYSPRMJ==
                                   ==:TAG2:== BY ==PJ==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-SYSPARM-STATUS        PIC 99 VALUE ZEROS.
       01  WS-SYSPRMJ-STATUS        PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
      *    A=ADD, C=CHANGE, D=DELETE ***
            88 WS-ACTION-ADD        VALUE 'A'.
            88 WS-ACTION-CHANGE     VALUE 'C'.
            88 WS-ACTION-DELETE     VALUE 'D'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
           03 WS-VALUE-VALID        PIC X VALUE 'N'.
            88 WS-VALUE-VALID-YES   VALUE 'Y'.
      *
       01  WS-WORK-PROGRAM           PIC X(08) VALUE SPACES.
       01  WS-WORK-NAME              PIC X(20) VALUE SPACES.
       01  WS-WORK-EFF-DATE          PIC 9(08) VALUE ZEROS.
       01  WS-WORK-DESCRIPTION       PIC X(40) VALUE SPACES.
       01  WS-OPER-ID                PIC X(08) VALUE SPACES.
      *
      *    THE VALUE AS KEYED AND ITS TWO HALVES ***
       01  WS-VALUE-TEXT             PIC X(16) VALUE SPACES.
       01  WS-VALUE-INT              PIC X(16) VALUE SPACES.
       01  WS-VALUE-FRAC             PIC X(16) VALUE SPACES.
       01  WS-VALUE-INT-LEN          PIC 9(02) VALUE ZEROS.
       01  WS-VALUE-FRAC-LEN         PIC 9(02) VALUE ZEROS.
       01  WS-WORK-VALUE             PIC S9(09)V9(04) COMP-3
                                                   VALUE ZEROS.
       01  WS-BEF-VALUE              PIC S9(09)V9(04) COMP-3
                                                   VALUE ZEROS.
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
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006.
      *    A THRESHOLD IS REFERENCE DATA ***
       77  WS-AUTH-PGM-NAME         PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION         PIC X(01) VALUE 'L'.
       77  WS-AUTH-CALLER           PIC X(08) VALUE 'COV2024'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-COUNTERS.
           03 WS-SYSPARM-ADDED       PIC 9(05) VALUE ZEROS.
           03 WS-SYSPARM-CHANGED     PIC 9(05) VALUE ZEROS.
           03 WS-SYSPARM-REMOVED     PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='ACOV1934 POSITIVITY-PCT      20211201'
      *         '4.5             OPER0002WHO ADVICE 29 NOV'
      *    (ONE STRING) - ACTION, PROGRAM-ID, PARAMETER NAME (20),
      *    EFFECTIVE DATE, VALUE (16), OPERATOR ID, DESCRIPTION ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-PROGRAM       PIC X(08).
           03 LK-PARM-NAME          PIC X(20).
           03 LK-PARM-EFF-DATE      PIC 9(08).
           03 LK-PARM-VALUE         PIC X(16).
           03 LK-PARM-OPER-ID       PIC X(08).
           03 LK-PARM-DESCRIPTION   PIC X(40).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION       TO WS-ACTION
              MOVE LK-PARM-PROGRAM      TO WS-WORK-PROGRAM
              MOVE LK-PARM-NAME         TO WS-WORK-NAME
              MOVE LK-PARM-EFF-DATE     TO WS-WORK-EFF-DATE
              MOVE LK-PARM-VALUE        TO WS-VALUE-TEXT
              MOVE LK-PARM-OPER-ID      TO WS-OPER-ID
              IF LK-PARM-LEN > 61
                 COMPUTE WS-PARM-TEXT-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 61, 40)
                 MOVE LK-PARM-DESCRIPTION (1:WS-PARM-TEXT-LEN)
                                        TO WS-WORK-DESCRIPTION
              END-IF
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete: '
              ACCEPT WS-ACTION
              DISPLAY '*** Program-id the parameter belongs to: '
              ACCEPT WS-WORK-PROGRAM
              DISPLAY '*** Parameter name: '
              ACCEPT WS-WORK-NAME
              DISPLAY '*** Effective from YYYYMMDD: '
              ACCEPT WS-WORK-EFF-DATE
              IF NOT WS-ACTION-DELETE
                 DISPLAY '*** Value, e.g. 14 or 0.90: '
                 ACCEPT WS-VALUE-TEXT
                 DISPLAY '*** What the value is for: '
                 ACCEPT WS-WORK-DESCRIPTION
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
           IF WS-WORK-PROGRAM = SPACES OR WS-WORK-NAME = SPACES OR
              WS-OPER-ID = SPACES
              DISPLAY '*** ERROR program-id, parameter name and '
                      'operator id are required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-EFF-DATE     TO WS-EDIT-DATE
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** ERROR date is not valid: ' WS-EDIT-DATE
                      ' ' WS-DATECHK-MESSAGE
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-ACTION-DELETE
              PERFORM PARSE-VALUE
              IF NOT WS-VALUE-VALID-YES
                 DISPLAY '*** ERROR value must be digits with up to '
                         '4 decimals: ' WS-VALUE-TEXT
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
      *    CHECK AUTHORITY BEFORE TOUCHING THE PARAMETERS - A
      *    REFUSAL IS LOGGED BY SUB0006 ***
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
              WHEN WS-ACTION-ADD    PERFORM ADD-PARAMETER
              WHEN WS-ACTION-CHANGE PERFORM CHANGE-PARAMETER
              WHEN WS-ACTION-DELETE PERFORM DELETE-PARAMETER
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE SYSPARM-FILE SYSPRMJ-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    WHOLE DIGITS, THEN AT MOST FOUR DECIMALS AFTER A POINT ***
       PARSE-VALUE.
           MOVE 'N'                 TO WS-VALUE-VALID
           MOVE SPACES              TO WS-VALUE-INT WS-VALUE-FRAC
           MOVE ZEROS               TO WS-VALUE-INT-LEN
                                       WS-VALUE-FRAC-LEN
                                       WS-WORK-VALUE
           UNSTRING WS-VALUE-TEXT
               DELIMITED BY '.' OR ALL SPACE
               INTO WS-VALUE-INT  COUNT IN WS-VALUE-INT-LEN
                    WS-VALUE-FRAC COUNT IN WS-VALUE-FRAC-LEN
           END-UNSTRING
           IF WS-VALUE-INT-LEN < 1 OR WS-VALUE-INT-LEN > 9 OR
              WS-VALUE-FRAC-LEN > 4
              EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-INT (1:WS-VALUE-INT-LEN) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-FRAC-LEN > ZERO
              IF WS-VALUE-FRAC (1:WS-VALUE-FRAC-LEN) NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE WS-WORK-VALUE =
              FUNCTION NUMVAL (WS-VALUE-TEXT)
           MOVE 'Y'                 TO WS-VALUE-VALID
           .
      *
       OPEN-FILES.
           OPEN I-O SYSPARM-FILE
      *    FIRST EVER PARAMETER - THE FILE DOESN'T EXIST YET ***
           IF WS-SYSPARM-STATUS NOT = ZERO
              OPEN OUTPUT SYSPARM-FILE
              CLOSE SYSPARM-FILE
              OPEN I-O SYSPARM-FILE
           END-IF
           IF WS-SYSPARM-STATUS > 0
              DISPLAY '*** ERROR OPENING SYSPARM-FILE-STATUS: '
                          WS-SYSPARM-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
              MOVE 16              TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SYSPRMJ-FILE
           IF WS-SYSPRMJ-STATUS > 0
              OPEN OUTPUT SYSPRMJ-FILE
           END-IF
           IF WS-SYSPRMJ-STATUS > 0
              DISPLAY '*** ERROR OPENING SYSPRMJ-FILE-STATUS: '
                          WS-SYSPRMJ-STATUS
              CLOSE SYSPARM-FILE
              MOVE 'Y'             TO WS-FILE-ERROR
              MOVE 16              TO RETURN-CODE
           END-IF
           .
      *
       ADD-PARAMETER.
           PERFORM MOVE-KEY-FIELDS
           PERFORM MOVE-WORK-FIELDS
           WRITE SYSPARM-REC
              INVALID KEY
                 DISPLAY '*** ERROR, parameter already on file: '
                             WS-WORK-PROGRAM ' ' WS-WORK-NAME ' '
                             WS-WORK-EFF-DATE
                 MOVE 8            TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-SYSPARM-ADDED
                 MOVE ZERO         TO WS-BEF-VALUE
                 PERFORM WRITE-JOURNAL
           END-WRITE
           .
      *
       CHANGE-PARAMETER.
           PERFORM MOVE-KEY-FIELDS
           READ SYSPARM-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no parameter on file for: '
                             WS-WORK-PROGRAM ' ' WS-WORK-NAME ' '
                             WS-WORK-EFF-DATE
                 MOVE 8            TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           MOVE SP-VALUE           TO WS-BEF-VALUE
           PERFORM MOVE-WORK-FIELDS
           REWRITE SYSPARM-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE SYSPARM-FILE, STATUS: '
                             WS-SYSPARM-STATUS
                 MOVE 8            TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-SYSPARM-CHANGED
                 PERFORM WRITE-JOURNAL
           END-REWRITE
           .
      *
      *    ONLY AN ENTRY MADE IN ERROR IS DELETED - A SUPERSEDED
      *    VALUE STAYS ON FILE AS HISTORY ***
       DELETE-PARAMETER.
           PERFORM MOVE-KEY-FIELDS
           READ SYSPARM-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no parameter on file for: '
                             WS-WORK-PROGRAM ' ' WS-WORK-NAME ' '
                             WS-WORK-EFF-DATE
                 MOVE 8            TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           MOVE SP-VALUE           TO WS-BEF-VALUE
           MOVE SP-DESCRIPTION     TO WS-WORK-DESCRIPTION
           MOVE ZERO               TO WS-WORK-VALUE
           DELETE SYSPARM-FILE
              INVALID KEY
                 DISPLAY '*** ERROR DELETE SYSPARM-FILE, STATUS: '
                             WS-SYSPARM-STATUS
                 MOVE 8            TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-SYSPARM-REMOVED
                 PERFORM WRITE-JOURNAL
           END-DELETE
           .
      *
       MOVE-KEY-FIELDS.
           MOVE WS-WORK-PROGRAM    TO SP-PROGRAM
           MOVE WS-WORK-NAME       TO SP-NAME
           MOVE WS-WORK-EFF-DATE   TO SP-EFF-DATE
           .
      *
       MOVE-WORK-FIELDS.
           MOVE WS-WORK-VALUE      TO SP-VALUE
           MOVE WS-WORK-DESCRIPTION TO SP-DESCRIPTION
           MOVE WS-OPER-ID         TO SP-SET-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SP-SET-DATE
           .
      *
       WRITE-JOURNAL.
           MOVE SPACES             TO SYSPRMJ-REC
           MOVE FUNCTION CURRENT-DATE (1:8) TO PJ-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PJ-RUN-TIME
           MOVE 'COV2024'          TO PJ-PROGRAM
           MOVE WS-ACTION          TO PJ-ACTION
           MOVE WS-OPER-ID         TO PJ-OPER-ID
           MOVE WS-WORK-PROGRAM    TO PJ-PRM-PROGRAM
           MOVE WS-WORK-NAME       TO PJ-PRM-NAME
           MOVE WS-WORK-EFF-DATE   TO PJ-PRM-EFF-DATE
           MOVE WS-BEF-VALUE       TO PJ-BEF-VALUE
           MOVE WS-WORK-VALUE      TO PJ-AFT-VALUE
           MOVE WS-WORK-DESCRIPTION TO PJ-DESCRIPTION
           WRITE SYSPRMJ-REC
           IF WS-SYSPRMJ-STATUS > 0
              DISPLAY '*** Error WRITE SYSPRMJ: '
                     WS-SYSPRMJ-STATUS
              MOVE 8               TO RETURN-CODE
           END-IF
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'SYSPARM entries ADDED: '     WS-SYSPARM-ADDED
           DISPLAY 'SYSPARM entries CHANGED: '   WS-SYSPARM-CHANGED
           DISPLAY 'SYSPARM entries DELETED: '   WS-SYSPARM-REMOVED
           .
      *
