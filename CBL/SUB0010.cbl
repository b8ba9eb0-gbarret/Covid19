      *=========================
       IDENTIFICATION DIVISION.
      *=========================
       PROGRAM-ID.     SUB0010.
       AUTHOR.         GEORGES BARRETO.
      *    Called inquiry access-log service for the interactive
      *    drivers, in the SUB0006/SUB0007 style. It holds the
      *    operator id signed on for the run unit, so CAL0005 signs
      *    on once and the CAL0002/CAL0003 lookups it drives are
      *    logged under that id without asking again.
      *    LS-FUNCTION:
      *      'S' sign on - LS-OPER-ID becomes the run unit's operator
      *      'Q' query - the signed-on id comes back in LS-OPER-ID
      *          (spaces when nobody has signed on)
      *      'L' log one lookup - the caller fills the request
      *          fields of the INQLOG line; the date, time and
      *          operator are stamped here and the line appended
      *    Same LS-RESULT-INFO handshake as the other subroutines ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT INQLOG-FILE    ASSIGN INQLOG
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-INQLOG-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  INQLOG-FILE
           RECORDING MODE IS F
           .
       COPY INQLOG REPLACING   ==:TAG1:== BY ==INQLOG==
                               ==:TAG2:== BY ==IL==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-INQLOG-STATUS        PIC 99 VALUE ZEROS.
      *    KEPT ACROSS CALLS FOR THE LIFE OF THE RUN UNIT ***
       77  WS-SIGNED-ON-OPER       PIC X(08) VALUE SPACES.
      *-------------------------
       LINKAGE SECTION.
      *-------------------------
       77  LS-FUNCTION             PIC X(01).
       77  LS-OPER-ID              PIC X(08).
       COPY INQLOG REPLACING   ==:TAG1:== BY ==LS-INQLOG==
                               ==:TAG2:== BY ==LS-IL==.
       01  LS-RESULT-INFO.
           03 LS-RESULT            PIC X.
              88 LS-RESULT-OK      VALUE 'Y'.
              88 LS-RESULT-NO-OK   VALUE 'N'.
           03 LS-RESULT-CODE       PIC XX.
           03 LS-RESULT-MESSAGE    PIC X(30).
      *=========================
       PROCEDURE DIVISION USING LS-FUNCTION, LS-OPER-ID,
              LS-INQLOG-REC, LS-RESULT-INFO.
      *=========================
       MAIN.
           MOVE 'Y'                 TO LS-RESULT
           MOVE SPACES              TO LS-RESULT-CODE
                                        LS-RESULT-MESSAGE
           EVALUATE LS-FUNCTION
              WHEN 'S'
                 IF LS-OPER-ID = SPACES
                    MOVE 'N'        TO LS-RESULT
                    MOVE 'ID'       TO LS-RESULT-CODE
                    MOVE 'Operator id is required'
                                    TO LS-RESULT-MESSAGE
                 ELSE
                    MOVE LS-OPER-ID TO WS-SIGNED-ON-OPER
                 END-IF
              WHEN 'Q'
                 MOVE WS-SIGNED-ON-OPER TO LS-OPER-ID
              WHEN 'L'
                 PERFORM WRITE-ACCESS-LOG
              WHEN OTHER
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'FN'          TO LS-RESULT-CODE
                 MOVE 'Unknown function code'
                                    TO LS-RESULT-MESSAGE
           END-EVALUATE
           .
      *
       STOP-PROGRAM.
           GOBACK
           .
      *
      *    APPENDED ACROSS RUNS THE WAY COVID19AU IS; A LOOKUP NEVER
      *    FAILS BECAUSE THE LOG COULD NOT BE WRITTEN, BUT THE CALLER
      *    IS TOLD ***
       WRITE-ACCESS-LOG.
           OPEN EXTEND INQLOG-FILE
           IF WS-INQLOG-STATUS > 0
              OPEN OUTPUT INQLOG-FILE
           END-IF
           IF WS-INQLOG-STATUS > 0
              MOVE 'N'              TO LS-RESULT
              MOVE 'IO'             TO LS-RESULT-CODE
              MOVE 'Access log unusable'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE LS-INQLOG-REC       TO INQLOG-REC
           MOVE FUNCTION CURRENT-DATE (1:8) TO IL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO IL-RUN-TIME
           MOVE WS-SIGNED-ON-OPER   TO IL-OPER-ID
           IF IL-OPER-ID = SPACES
              MOVE '?'              TO IL-OPER-ID
           END-IF
           WRITE INQLOG-REC
           IF WS-INQLOG-STATUS > 0
              MOVE 'N'              TO LS-RESULT
              MOVE 'IO'             TO LS-RESULT-CODE
              MOVE 'Access log write failed'
                                    TO LS-RESULT-MESSAGE
           END-IF
           CLOSE INQLOG-FILE
           .
      *
