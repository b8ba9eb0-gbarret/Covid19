      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2012.
       AUTHOR.         GEORGES B.
      *    Operator action on one ALERTCAS alert case, the way
      *    COV2010 maintains one EMBARGO entry: acknowledge it (A)
      *    with a comment saying who is looking at it and what they
      *    see, or close it (C) with the resolution. The case is
      *    named by rule id, country code and trigger date, exactly
      *    as COV1915/COV1959 print it. Only an open case can be
      *    acknowledged; an open or acknowledged case can be closed,
      *    and closing one nobody acknowledged stamps the closer as
      *    its acknowledger too, so the time-to-acknowledge figures
      *    in COV2014 never have a hole. A closed case stays closed -
      *    the same alert firing again only bumps its firing count.
      *    The operator signs on with a password (SUB0011) so the
      *    name on the case is proved, not typed ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   ALERTCAS-FILE       ASSIGN ALERTCAS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS AC-KEY
                    FILE STATUS         IS WS-ALERTCAS-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  ALERTCAS-FILE.
       COPY ALERTCAS REPLACING     ==:TAG1:== BY ==ALERTCAS==
                                   ==:TAG2:== BY ==AC==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-ALERTCAS-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
      *    A=ACKNOWLEDGE, C=CLOSE ***
            88 WS-ACTION-ACK        VALUE 'A'.
            88 WS-ACTION-CLOSE      VALUE 'C'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
      *
       01  WS-WORK-RULE-ID           PIC X(04) VALUE SPACES.
       01  WS-WORK-CODE              PIC X(05) VALUE SPACES.
       01  WS-WORK-TRIGGER-DATE      PIC 9(08) VALUE ZEROS.
       01  WS-OPER-ID                PIC X(08) VALUE SPACES.
       01  WS-NOTE                   PIC X(60) VALUE SPACES.
       01  WS-NOW-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-NOW-TIME               PIC 9(06) VALUE ZEROS.
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
       77  WS-SIGNON-CALLER         PIC X(08) VALUE 'COV2012'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SIGNON==.
      *
       01  WS-COUNTERS.
           03 WS-CASES-ACKED         PIC 9(05) VALUE ZEROS.
           03 WS-CASES-CLOSED        PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='ASPKCBRA  20211103OPER0002BACKLOG DUMP, CHECKING'
      *    - ACTION, RULE ID, COUNTRY CODE, TRIGGER DATE, OPERATOR
      *    ID, COMMENT (ACKNOWLEDGE) OR RESOLUTION (CLOSE) ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-RULE-ID       PIC X(04).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-TRIGGER-DATE  PIC 9(08).
           03 LK-PARM-OPER-ID       PIC X(08).
           03 LK-PARM-NOTE          PIC X(60).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION       TO WS-ACTION
              MOVE LK-PARM-RULE-ID      TO WS-WORK-RULE-ID
              MOVE LK-PARM-CODE         TO WS-WORK-CODE
              MOVE LK-PARM-TRIGGER-DATE TO WS-WORK-TRIGGER-DATE
              MOVE LK-PARM-OPER-ID      TO WS-OPER-ID
              IF LK-PARM-LEN > 26
                 COMPUTE WS-PARM-TEXT-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 26, 60)
                 MOVE LK-PARM-NOTE (1:WS-PARM-TEXT-LEN)
                                        TO WS-NOTE
              END-IF
           ELSE
              DISPLAY '*** Action, A=Acknowledge, C=Close: '
              ACCEPT WS-ACTION
              DISPLAY '*** Rule id: '
              ACCEPT WS-WORK-RULE-ID
              DISPLAY '*** Country code: '
              ACCEPT WS-WORK-CODE
              DISPLAY '*** Trigger date YYYYMMDD: '
              ACCEPT WS-WORK-TRIGGER-DATE
              IF WS-ACTION-CLOSE
                 DISPLAY '*** Resolution: '
              ELSE
                 DISPLAY '*** Comment: '
              END-IF
              ACCEPT WS-NOTE
              DISPLAY '*** Your operator id: '
              ACCEPT WS-OPER-ID
           END-IF
      *
           IF NOT (WS-ACTION-ACK OR WS-ACTION-CLOSE)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-RULE-ID = SPACES OR WS-WORK-CODE = SPACES OR
              WS-OPER-ID = SPACES
              DISPLAY '*** ERROR rule id, country code and operator '
                      'id are required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-TRIGGER-DATE TO WS-EDIT-DATE
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** ERROR date is not valid: ' WS-EDIT-DATE
                      ' ' WS-DATECHK-MESSAGE
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    AN ACKNOWLEDGEMENT WITHOUT A WORD, OR A CLOSE WITHOUT A
      *    RESOLUTION, TELLS THE NEXT SHIFT NOTHING ***
           IF WS-NOTE = SPACES
              IF WS-ACTION-CLOSE
                 DISPLAY '*** ERROR a resolution is required'
              ELSE
                 DISPLAY '*** ERROR a comment is required'
              END-IF
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           CALL WS-SIGNON-PGM-NAME USING WS-SIGNON-FUNCTION,
              WS-OPER-ID, WS-SIGNON-PASSWORD, WS-SIGNON-CALLER,
              WS-SIGNON-INFO
           IF NOT WS-SIGNON-OK
              DISPLAY '*** Sign-on refused: ' WS-SIGNON-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *
           OPEN I-O ALERTCAS-FILE
           IF WS-ALERTCAS-STATUS > 0
              DISPLAY '*** ERROR OPENING ALERTCAS-FILE-STATUS: '
                          WS-ALERTCAS-STATUS
              MOVE 16               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
      *
           EVALUATE TRUE
              WHEN WS-ACTION-ACK    PERFORM ACK-CASE
              WHEN WS-ACTION-CLOSE  PERFORM CLOSE-CASE
           END-EVALUATE
      *
           DISPLAY 'Alert cases ACKNOWLEDGED: '  WS-CASES-ACKED
           DISPLAY 'Alert cases CLOSED: '        WS-CASES-CLOSED
           CLOSE ALERTCAS-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       READ-CASE.
           MOVE WS-WORK-RULE-ID      TO AC-RULE-ID
           MOVE WS-WORK-CODE         TO AC-CODE
           MOVE WS-WORK-TRIGGER-DATE TO AC-TRIGGER-DATE
           READ ALERTCAS-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no alert case on file for: '
                             WS-WORK-RULE-ID ' ' WS-WORK-CODE ' '
                             WS-WORK-TRIGGER-DATE
                 MOVE 'Y'           TO WS-FILE-ERROR
                 MOVE 8             TO RETURN-CODE
           END-READ
           .
      *
       ACK-CASE.
           PERFORM READ-CASE
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           IF NOT AC-IS-OPEN
              DISPLAY '*** ERROR, case is not open - status '
                          AC-STATUS ', acknowledged by ' AC-ACK-BY
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'A'                  TO AC-STATUS
           MOVE WS-OPER-ID           TO AC-ACK-BY
           MOVE WS-NOW-DATE          TO AC-ACK-DATE
           MOVE WS-NOW-TIME          TO AC-ACK-TIME
           MOVE WS-NOTE              TO AC-ACK-COMMENT
           PERFORM REWRITE-CASE
           IF NOT WS-FILE-ERROR-FOUND
              ADD 1                  TO WS-CASES-ACKED
           END-IF
           .
      *
       CLOSE-CASE.
           PERFORM READ-CASE
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           IF AC-IS-CLOSED
              DISPLAY '*** ERROR, case already closed by '
                          AC-CLOSED-BY ' on ' AC-CLOSED-DATE
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    CLOSED STRAIGHT FROM OPEN - THE CLOSER ACKNOWLEDGED IT ***
           IF AC-IS-OPEN
              MOVE WS-OPER-ID        TO AC-ACK-BY
              MOVE WS-NOW-DATE       TO AC-ACK-DATE
              MOVE WS-NOW-TIME       TO AC-ACK-TIME
              MOVE WS-NOTE           TO AC-ACK-COMMENT
           END-IF
           MOVE 'C'                  TO AC-STATUS
           MOVE WS-OPER-ID           TO AC-CLOSED-BY
           MOVE WS-NOW-DATE          TO AC-CLOSED-DATE
           MOVE WS-NOW-TIME          TO AC-CLOSED-TIME
           MOVE WS-NOTE              TO AC-RESOLUTION
           PERFORM REWRITE-CASE
           IF NOT WS-FILE-ERROR-FOUND
              ADD 1                  TO WS-CASES-CLOSED
           END-IF
           .
      *
       REWRITE-CASE.
           REWRITE ALERTCAS-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE ALERTCAS-FILE, STATUS: '
                             WS-ALERTCAS-STATUS
                 MOVE 'Y'           TO WS-FILE-ERROR
                 MOVE 16            TO RETURN-CODE
           END-REWRITE
           .
      *
