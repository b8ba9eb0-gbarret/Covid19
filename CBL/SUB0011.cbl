      *=========================
       IDENTIFICATION DIVISION.
      *=========================
       PROGRAM-ID.     SUB0011.
       AUTHOR.         GEORGES BARRETO.
      *    Called sign-on service against the OPERCRED credential
      *    file, so an operator id is proved by a password before
      *    SUB0006 is asked what the id may do. Passwords are never
      *    stored: a hash of the id and password is kept and
      *    compared. The id locks after WS-MAX-FAILURES wrong
      *    passwords in a row, and a password older than
      *    WS-EXPIRY-DAYS (or a temporary one set by a reset) must
      *    be changed before the sign-on completes. Once an id has
      *    signed on it is remembered for the rest of the run unit.
      *    LS-FUNCTION:
      *      'P' sign on - prompts for the password (and for the id
      *          too when LS-OPER-ID comes in blank); the id signed
      *          on comes back in LS-OPER-ID
      *      'Q' query - the id signed on in this run unit, or spaces
      *      'R' reset (or enrol) LS-OPER-ID with the temporary
      *          password in LS-PASSWORD - administrator only
      *      'U' unlock LS-OPER-ID - administrator only
      *    For R and U the administrator is the id already signed on
      *    in the run unit and may not act on their own id; the
      *    caller checks the administrator authority through SUB0006.
      *    Every event goes to the SIGNLOG. An environment with no
      *    OPERCRED file at all (status 35) signs the id on
      *    unverified with a job-log warning, as SUB0006 does without
      *    OPERAUTH - which is also how the first administrator
      *    enrols everyone. A file that is there but won't open -
      *    held by another session, or damaged - refuses the sign-on
      *    and is never recreated ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT OPERCRED-FILE  ASSIGN OPERCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS OC-OPER-ID
              FILE STATUS  IS WS-OPERCRED-STATUS
           .
           SELECT SIGNLOG-FILE   ASSIGN SIGNLOG
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-SIGNLOG-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  OPERCRED-FILE.
       COPY OPERCRED REPLACING ==:TAG1:== BY ==OPERCRED==
                               ==:TAG2:== BY ==OC==.
      *
       FD  SIGNLOG-FILE
           RECORDING MODE IS F
           .
       COPY SIGNLOG REPLACING  ==:TAG1:== BY ==SIGNLOG==
                               ==:TAG2:== BY ==SG==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-OPERCRED-STATUS      PIC 99 VALUE ZEROS.
       77  WS-SIGNLOG-STATUS       PIC 99 VALUE ZEROS.
      *
      *    THE CREDENTIAL RULES ***
       77  WS-MAX-FAILURES         PIC 9(02) VALUE 3.
       77  WS-EXPIRY-DAYS          PIC 9(03) VALUE 90.
       77  WS-MIN-PASSWORD-LEN     PIC 9(02) VALUE 6.
       77  WS-CHANGE-TRIES         PIC 9(02) VALUE 3.
      *
      *    KEPT ACROSS CALLS FOR THE LIFE OF THE RUN UNIT ***
       77  WS-SIGNED-ON-OPER       PIC X(08) VALUE SPACES.
      *
       01  FLAGS.
           03 WS-CRED-OPEN         PIC X VALUE 'N'.
              88 WS-CRED-OPEN-YES  VALUE 'Y'.
           03 WS-CRED-MISSING-SAID PIC X VALUE 'N'.
              88 WS-CRED-MISSING-SAID-YES VALUE 'Y'.
           03 WS-PASSWORD-GOOD     PIC X VALUE 'N'.
              88 WS-PASSWORD-GOOD-YES VALUE 'Y'.
           03 WS-EXPIRED           PIC X VALUE 'N'.
              88 WS-EXPIRED-YES    VALUE 'Y'.
           03 WS-CHANGED           PIC X VALUE 'N'.
              88 WS-CHANGED-YES    VALUE 'Y'.
           03 WS-NEW-ENROL         PIC X VALUE 'N'.
              88 WS-NEW-ENROL-YES  VALUE 'Y'.
      *
       01  WS-PASSWORD             PIC X(16) VALUE SPACES.
       01  WS-NEW-PASSWORD         PIC X(16) VALUE SPACES.
       01  WS-CONFIRM-PASSWORD     PIC X(16) VALUE SPACES.
       01  WS-PASSWORD-LEN         PIC 9(02) COMP VALUE ZEROES.
       01  WS-TRIES                PIC 9(02) COMP VALUE ZEROES.
      *
      *    THE HASH: THE ID SALTS THE PASSWORD, SO TWO OPERATORS WITH
      *    THE SAME PASSWORD DO NOT SHARE A HASH ***
       01  WS-HASH-AREA.
           03 WS-HASH-INPUT.
              05 WS-HASH-OPER-ID   PIC X(08).
              05 WS-HASH-PASSWORD  PIC X(16).
           03 WS-HASH              PIC 9(15) COMP-3 VALUE ZEROES.
           03 WS-HASH-ROUND        PIC 9(03) COMP VALUE ZEROES.
           03 WS-HASH-CX           PIC 9(03) COMP VALUE ZEROES.
       77  WS-HASH-MODULUS         PIC 9(12) VALUE 999999999989.
      *
       01  WS-TODAY                PIC 9(08) VALUE ZEROES.
       01  WS-PASSWORD-AGE         PIC S9(07) VALUE ZEROES.
      *
       01  WS-LOG-LINE.
           03 WS-LOG-EVENT         PIC X(01).
           03 WS-LOG-ADMIN-ID      PIC X(08).
           03 WS-LOG-REASON        PIC X(30).
      *-------------------------
       LINKAGE SECTION.
      *-------------------------
       77  LS-FUNCTION             PIC X(01).
       77  LS-OPER-ID              PIC X(08).
      *    THE TEMPORARY PASSWORD ON AN 'R' CALL ONLY ***
       77  LS-PASSWORD             PIC X(16).
       77  LS-CALLER               PIC X(08).
       01  LS-RESULT-INFO.
           03 LS-RESULT            PIC X.
              88 LS-RESULT-OK      VALUE 'Y'.
              88 LS-RESULT-NO-OK   VALUE 'N'.
           03 LS-RESULT-CODE       PIC XX.
           03 LS-RESULT-MESSAGE    PIC X(30).
      *=========================
       PROCEDURE DIVISION USING LS-FUNCTION, LS-OPER-ID,
              LS-PASSWORD, LS-CALLER, LS-RESULT-INFO.
      *=========================
       MAIN.
           MOVE 'Y'                 TO LS-RESULT
           MOVE SPACES              TO LS-RESULT-CODE
                                        LS-RESULT-MESSAGE
           MOVE 'N'                 TO WS-CRED-OPEN
           MOVE SPACES              TO WS-LOG-LINE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           EVALUATE LS-FUNCTION
              WHEN 'P'
                 PERFORM SIGN-ON
              WHEN 'Q'
                 MOVE WS-SIGNED-ON-OPER TO LS-OPER-ID
              WHEN 'R'
                 PERFORM ADMIN-RESET
              WHEN 'U'
                 PERFORM ADMIN-UNLOCK
              WHEN OTHER
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'FN'          TO LS-RESULT-CODE
                 MOVE 'Unknown function code'
                                    TO LS-RESULT-MESSAGE
           END-EVALUATE
           IF WS-CRED-OPEN-YES
              CLOSE OPERCRED-FILE
           END-IF
           MOVE SPACES              TO WS-PASSWORD WS-NEW-PASSWORD
                                        WS-CONFIRM-PASSWORD
                                        WS-HASH-PASSWORD
           .
      *
       STOP-PROGRAM.
           GOBACK
           .
      *
       SIGN-ON.
           IF LS-OPER-ID = SPACES
              DISPLAY 'Operator id: '
              ACCEPT LS-OPER-ID
           END-IF
           IF LS-OPER-ID = SPACES
              MOVE 'N'              TO LS-RESULT
              MOVE 'ID'             TO LS-RESULT-CODE
              MOVE 'Operator id is required'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
      *    ALREADY PROVED IN THIS RUN UNIT - NOT ASKED TWICE ***
           IF LS-OPER-ID = WS-SIGNED-ON-OPER
              EXIT PARAGRAPH
           END-IF
           OPEN I-O OPERCRED-FILE
           IF WS-OPERCRED-STATUS NOT = ZERO AND
              WS-OPERCRED-STATUS NOT = 35
              DISPLAY '*** SUB0011: ERROR OPENING OPERCRED, STATUS: '
                          WS-OPERCRED-STATUS
              MOVE 'N'              TO LS-RESULT
              MOVE 'IO'             TO LS-RESULT-CODE
              MOVE 'OPERCRED cannot be opened'
                                    TO LS-RESULT-MESSAGE
              MOVE 'F'              TO WS-LOG-EVENT
              MOVE LS-RESULT-MESSAGE TO WS-LOG-REASON
              PERFORM WRITE-SIGN-LOG
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERCRED-STATUS = 35
              IF NOT WS-CRED-MISSING-SAID-YES
                 DISPLAY '*** SUB0011: no OPERCRED file - passwords '
                         'not verified'
                 MOVE 'Y'           TO WS-CRED-MISSING-SAID
              END-IF
              MOVE LS-OPER-ID       TO WS-SIGNED-ON-OPER
              MOVE 'S'              TO WS-LOG-EVENT
              MOVE 'No OPERCRED - not verified' TO WS-LOG-REASON
              PERFORM WRITE-SIGN-LOG
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                 TO WS-CRED-OPEN
           MOVE LS-OPER-ID          TO OC-OPER-ID
           READ OPERCRED-FILE
              INVALID KEY
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'UN'          TO LS-RESULT-CODE
                 MOVE 'Operator not on OPERCRED'
                                    TO LS-RESULT-MESSAGE
                 MOVE 'F'           TO WS-LOG-EVENT
                 MOVE LS-RESULT-MESSAGE TO WS-LOG-REASON
                 PERFORM WRITE-SIGN-LOG
                 EXIT PARAGRAPH
           END-READ
           IF OC-LOCKED
              PERFORM SET-LOCKED-RESULT
              MOVE 'F'              TO WS-LOG-EVENT
              MOVE 'Sign-on tried on a locked id' TO WS-LOG-REASON
              PERFORM WRITE-SIGN-LOG
              EXIT PARAGRAPH
           END-IF
      *    EVERY WRONG PASSWORD COUNTS ON THE FILE, SO THE LOCKOUT
      *    CANNOT BE DODGED BY STARTING THE PROGRAM AGAIN ***
           MOVE 'N'                 TO WS-PASSWORD-GOOD
           PERFORM UNTIL WS-PASSWORD-GOOD-YES OR OC-LOCKED
              PERFORM ASK-PASSWORD-ONCE
           END-PERFORM
           IF OC-LOCKED
              PERFORM SET-LOCKED-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO OC-FAILED-COUNT
           PERFORM CHECK-EXPIRY
           IF WS-EXPIRED-YES
              MOVE 'E'              TO WS-LOG-EVENT
              IF OC-MUST-CHANGE-YES
                 MOVE 'Temporary password in use' TO WS-LOG-REASON
              ELSE
                 MOVE 'Password expired' TO WS-LOG-REASON
              END-IF
              PERFORM WRITE-SIGN-LOG
              PERFORM FORCE-PASSWORD-CHANGE
              IF NOT WS-CHANGED-YES
                 PERFORM REWRITE-CREDENTIAL
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'EX'          TO LS-RESULT-CODE
                 MOVE 'Password change not completed'
                                    TO LS-RESULT-MESSAGE
                 MOVE 'F'           TO WS-LOG-EVENT
                 MOVE LS-RESULT-MESSAGE TO WS-LOG-REASON
                 PERFORM WRITE-SIGN-LOG
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-TODAY            TO OC-LAST-SIGNON-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO OC-LAST-SIGNON-TIME
           PERFORM REWRITE-CREDENTIAL
           MOVE LS-OPER-ID          TO WS-SIGNED-ON-OPER
           MOVE 'S'                 TO WS-LOG-EVENT
           MOVE 'Signed on'         TO WS-LOG-REASON
           PERFORM WRITE-SIGN-LOG
           .
      *
       ASK-PASSWORD-ONCE.
           DISPLAY 'Password: '
           ACCEPT WS-PASSWORD
           MOVE WS-PASSWORD         TO WS-HASH-PASSWORD
           PERFORM HASH-PASSWORD
           IF WS-HASH = OC-PASSWORD-HASH
              MOVE 'Y'              TO WS-PASSWORD-GOOD
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO OC-FAILED-COUNT
           IF OC-FAILED-COUNT >= WS-MAX-FAILURES
              MOVE 'L'              TO OC-STATUS
              MOVE WS-TODAY         TO OC-LOCKED-DATE
              PERFORM REWRITE-CREDENTIAL
              MOVE 'L'              TO WS-LOG-EVENT
              MOVE 'Too many failed sign-ons' TO WS-LOG-REASON
           ELSE
              PERFORM REWRITE-CREDENTIAL
              DISPLAY '*** Wrong password'
              MOVE 'F'              TO WS-LOG-EVENT
              MOVE 'Wrong password' TO WS-LOG-REASON
           END-IF
           PERFORM WRITE-SIGN-LOG
           .
      *
       SET-LOCKED-RESULT.
           MOVE 'N'                 TO LS-RESULT
           MOVE 'LK'                TO LS-RESULT-CODE
           MOVE 'Operator id is locked'
                                    TO LS-RESULT-MESSAGE
           .
      *
      *    A TEMPORARY PASSWORD, OR ONE OLDER THAN THE LIMIT ***
       CHECK-EXPIRY.
           MOVE 'N'                 TO WS-EXPIRED
           IF OC-MUST-CHANGE-YES OR OC-LAST-CHANGED NOT NUMERIC
              OR OC-LAST-CHANGED = ZERO
              MOVE 'Y'              TO WS-EXPIRED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PASSWORD-AGE =
              FUNCTION INTEGER-OF-DATE (WS-TODAY) -
              FUNCTION INTEGER-OF-DATE (OC-LAST-CHANGED)
           IF WS-PASSWORD-AGE >= WS-EXPIRY-DAYS
              MOVE 'Y'              TO WS-EXPIRED
           END-IF
           .
      *
       FORCE-PASSWORD-CHANGE.
           MOVE 'N'                 TO WS-CHANGED
           DISPLAY '*** Your password must be changed now'
           PERFORM VARYING WS-TRIES FROM 1 BY 1
                   UNTIL WS-TRIES > WS-CHANGE-TRIES OR WS-CHANGED-YES
              PERFORM ASK-NEW-PASSWORD-ONCE
           END-PERFORM
           .
      *
       ASK-NEW-PASSWORD-ONCE.
           DISPLAY 'New password: '
           ACCEPT WS-NEW-PASSWORD
           DISPLAY 'New password again: '
           ACCEPT WS-CONFIRM-PASSWORD
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
              DISPLAY '*** The two entries differ'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-PASSWORD     TO WS-HASH-PASSWORD
           PERFORM MEASURE-PASSWORD
           IF WS-PASSWORD-LEN < WS-MIN-PASSWORD-LEN
              DISPLAY '*** At least ' WS-MIN-PASSWORD-LEN
                      ' characters, please'
              EXIT PARAGRAPH
           END-IF
           PERFORM HASH-PASSWORD
           IF WS-HASH = OC-PASSWORD-HASH
              DISPLAY '*** The new password must differ from the old'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HASH             TO OC-PASSWORD-HASH
           MOVE WS-TODAY            TO OC-LAST-CHANGED
           MOVE 'N'                 TO OC-MUST-CHANGE
           MOVE 'Y'                 TO WS-CHANGED
           MOVE 'C'                 TO WS-LOG-EVENT
           MOVE 'Password changed'  TO WS-LOG-REASON
           PERFORM WRITE-SIGN-LOG
           .
      *
      *    LENGTH UP TO THE LAST NON-BLANK OF WS-HASH-PASSWORD ***
       MEASURE-PASSWORD.
           PERFORM VARYING WS-PASSWORD-LEN FROM 16 BY -1
                   UNTIL WS-PASSWORD-LEN = ZERO
                   OR WS-HASH-PASSWORD (WS-PASSWORD-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           .
      *
      *    WS-HASH-PASSWORD SALTED WITH LS-OPER-ID, FOLDED 64 TIMES
      *    OVER THE 24 BYTES - ONE WAY, SO THE FILE NEVER HOLDS
      *    ANYTHING THAT CAN BE TYPED BACK IN ***
       HASH-PASSWORD.
           MOVE LS-OPER-ID          TO WS-HASH-OPER-ID
           MOVE 5381                TO WS-HASH
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-HASH-ROUND > 64
              PERFORM VARYING WS-HASH-CX FROM 1 BY 1
                      UNTIL WS-HASH-CX > 24
                 COMPUTE WS-HASH = FUNCTION MOD (WS-HASH * 131 +
                    FUNCTION ORD (WS-HASH-INPUT (WS-HASH-CX:1)) +
                    WS-HASH-ROUND, WS-HASH-MODULUS)
              END-PERFORM
           END-PERFORM
           .
      *
       REWRITE-CREDENTIAL.
           REWRITE OPERCRED-REC
              INVALID KEY
                 DISPLAY '*** SUB0011: REWRITE OPERCRED, STATUS: '
                             WS-OPERCRED-STATUS
           END-REWRITE
           .
      *
      *    THE ADMINISTRATOR IS WHOEVER SIGNED ON IN THIS RUN UNIT ***
       CHECK-ADMIN.
           IF WS-SIGNED-ON-OPER = SPACES
              MOVE 'N'              TO LS-RESULT
              MOVE 'AD'             TO LS-RESULT-CODE
              MOVE 'Administrator not signed on'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF WS-SIGNED-ON-OPER = LS-OPER-ID OR LS-OPER-ID = SPACES
              MOVE 'N'              TO LS-RESULT
              MOVE 'AD'             TO LS-RESULT-CODE
              MOVE 'Not allowed on this id'
                                    TO LS-RESULT-MESSAGE
           END-IF
           .
      *
      *    A RESET OF AN ID NOT YET ON FILE ENROLS IT ***
       ADMIN-RESET.
           PERFORM CHECK-ADMIN
           IF NOT LS-RESULT-OK
              EXIT PARAGRAPH
           END-IF
           MOVE LS-PASSWORD         TO WS-HASH-PASSWORD
           PERFORM MEASURE-PASSWORD
           IF WS-PASSWORD-LEN < WS-MIN-PASSWORD-LEN
              MOVE 'N'              TO LS-RESULT
              MOVE 'PW'             TO LS-RESULT-CODE
              MOVE 'Temporary password too short'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FOR-ADMIN
           IF NOT LS-RESULT-OK
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                 TO WS-NEW-ENROL
           MOVE LS-OPER-ID          TO OC-OPER-ID
           READ OPERCRED-FILE
              INVALID KEY
                 MOVE 'Y'           TO WS-NEW-ENROL
                 INITIALIZE OPERCRED-REC
                 MOVE LS-OPER-ID    TO OC-OPER-ID
           END-READ
           PERFORM HASH-PASSWORD
           MOVE WS-HASH             TO OC-PASSWORD-HASH
           MOVE WS-TODAY            TO OC-LAST-CHANGED
           MOVE ZERO                TO OC-FAILED-COUNT
                                        OC-LOCKED-DATE
           MOVE 'A'                 TO OC-STATUS
           MOVE 'Y'                 TO OC-MUST-CHANGE
           MOVE WS-SIGNED-ON-OPER   TO OC-RESET-BY
           IF WS-NEW-ENROL-YES
              WRITE OPERCRED-REC
                 INVALID KEY
                    MOVE 'N'        TO LS-RESULT
              END-WRITE
              MOVE 'Enrolled with temporary password'
                                    TO WS-LOG-REASON
           ELSE
              REWRITE OPERCRED-REC
                 INVALID KEY
                    MOVE 'N'        TO LS-RESULT
              END-REWRITE
              MOVE 'Password reset' TO WS-LOG-REASON
           END-IF
           IF NOT LS-RESULT-OK
              MOVE 'IO'             TO LS-RESULT-CODE
              MOVE 'OPERCRED update failed'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 'R'                 TO WS-LOG-EVENT
           MOVE WS-SIGNED-ON-OPER   TO WS-LOG-ADMIN-ID
           PERFORM WRITE-SIGN-LOG
           .
      *
       ADMIN-UNLOCK.
           PERFORM CHECK-ADMIN
           IF NOT LS-RESULT-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FOR-ADMIN
           IF NOT LS-RESULT-OK
              EXIT PARAGRAPH
           END-IF
           MOVE LS-OPER-ID          TO OC-OPER-ID
           READ OPERCRED-FILE
              INVALID KEY
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'UN'          TO LS-RESULT-CODE
                 MOVE 'Operator not on OPERCRED'
                                    TO LS-RESULT-MESSAGE
                 EXIT PARAGRAPH
           END-READ
           MOVE ZERO                TO OC-FAILED-COUNT
                                        OC-LOCKED-DATE
           MOVE 'A'                 TO OC-STATUS
           MOVE WS-SIGNED-ON-OPER   TO OC-RESET-BY
           PERFORM REWRITE-CREDENTIAL
           MOVE 'U'                 TO WS-LOG-EVENT
           MOVE WS-SIGNED-ON-OPER   TO WS-LOG-ADMIN-ID
           MOVE 'Unlocked'          TO WS-LOG-REASON
           PERFORM WRITE-SIGN-LOG
           .
      *
      *    FIRST EVER ENROLMENT - THE FILE DOESN'T EXIST YET (SAME
      *    FALLBACK COV1972 USES FOR OPERAUTH) ***
       OPEN-FOR-ADMIN.
           OPEN I-O OPERCRED-FILE
           IF WS-OPERCRED-STATUS = 35
              OPEN OUTPUT OPERCRED-FILE
              CLOSE OPERCRED-FILE
              OPEN I-O OPERCRED-FILE
           END-IF
           IF WS-OPERCRED-STATUS NOT = ZERO
              MOVE 'N'              TO LS-RESULT
              MOVE 'IO'             TO LS-RESULT-CODE
              MOVE 'OPERCRED cannot be opened'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                 TO WS-CRED-OPEN
           .
      *
      *    EVERY EVENT LEAVES A LINE - APPENDED ACROSS RUNS THE WAY
      *    AUTHLOG IS ***
       WRITE-SIGN-LOG.
           OPEN EXTEND SIGNLOG-FILE
           IF WS-SIGNLOG-STATUS > 0
              OPEN OUTPUT SIGNLOG-FILE
           END-IF
           IF WS-SIGNLOG-STATUS > 0
              DISPLAY '*** SUB0011: cannot write SIGNLOG, status: '
                          WS-SIGNLOG-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY            TO SG-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SG-RUN-TIME
           MOVE LS-OPER-ID          TO SG-OPER-ID
           MOVE LS-CALLER           TO SG-CALLER
           MOVE WS-LOG-EVENT        TO SG-EVENT
           MOVE WS-LOG-ADMIN-ID     TO SG-ADMIN-ID
           MOVE WS-LOG-REASON       TO SG-REASON
           WRITE SIGNLOG-REC
           CLOSE SIGNLOG-FILE
           MOVE SPACES              TO WS-LOG-LINE
           .
      *
