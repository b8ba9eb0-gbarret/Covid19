      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2014.
       AUTHOR.         GEORGES B.
      *    Weekly alert case summary off the ALERTCAS case file for
      *    the seven days ending the PARM date (today when no PARM is
      *    given, for the Monday schedule): per severity and in total,
      *    the cases raised (opened by SUB0013), acknowledged and
      *    closed (through COV2012) in the week, the average hours
      *    from opening to acknowledgement over the cases acknowledged
      *    in the week, and how many are still open or acknowledged
      *    but not closed as the report runs ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   ALERTCAS-FILE       ASSIGN ALERTCAS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS AC-KEY
                    FILE STATUS         IS WS-ALERTCAS-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  ALERTCAS-FILE.
       COPY ALERTCAS REPLACING        ==:TAG1:== BY ==ALERTCAS==
                                      ==:TAG2:== BY ==AC==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-ALERTCAS-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
      *
       01  WS-START-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-END-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-ACK-TIME                 PIC 9(06) VALUE ZEROES.
       01  WS-ACK-TIME-R REDEFINES WS-ACK-TIME.
           03 WS-ACK-HH                PIC 9(02).
           03 WS-ACK-MI                PIC 9(02).
           03 WS-ACK-SS                PIC 9(02).
       01  WS-OPENED-TIME              PIC 9(06) VALUE ZEROES.
       01  WS-OPENED-TIME-R REDEFINES WS-OPENED-TIME.
           03 WS-OPENED-HH             PIC 9(02).
           03 WS-OPENED-MI             PIC 9(02).
           03 WS-OPENED-SS             PIC 9(02).
       01  WS-ACK-MINUTES              PIC S9(09) COMP-3 VALUE ZEROES.
       01  WS-AVG-HOURS                PIC 9(07)V9 VALUE ZEROES.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME            PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    ONE ROW PER SEVERITY - C, W, I (ANYTHING ELSE COUNTS AS
      *    I) - AND THE TOTAL ROW ***
       01  WS-SUMMARY-TABLE.
           03 WS-SUM-ENTRY OCCURS 4 TIMES
                            INDEXED BY WS-SUM-IDX.
              05 WS-SUM-LABEL          PIC X(08).
              05 WS-SUM-RAISED         PIC 9(07) COMP-3.
              05 WS-SUM-ACKED          PIC 9(07) COMP-3.
              05 WS-SUM-CLOSED         PIC 9(07) COMP-3.
              05 WS-SUM-ACK-MINUTES    PIC 9(11) COMP-3.
              05 WS-SUM-STILL-OPEN     PIC 9(07) COMP-3.
              05 WS-SUM-STILL-ACKED    PIC 9(07) COMP-3.
       01  WS-SEV-SUB                  PIC 9(01) VALUE ZERO.
      *
       01  WS-CASES-READ               PIC 9(07) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2014'.
           03 FILLER                   PIC X(50) VALUE
                '*** WEEKLY ALERT CASE SUMMARY *** '.
      *
       01  WS-HEADER-PERIOD.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'WEEK FROM'.
           03 HP-START-DATE-O          PIC X(10).
           03 FILLER                   PIC X(04) VALUE ' TO '.
           03 HP-END-DATE-O            PIC X(10).
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'SEVERITY'.
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(08) VALUE 'RAISED'.
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(08) VALUE 'ACKED'.
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(08) VALUE 'CLOSED'.
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(12) VALUE 'AVG HRS ACK'.
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(08) VALUE 'OPEN NOW'.
           03 FILLER                   PIC X(04).
           03 FILLER                   PIC X(08) VALUE 'ACK NOW'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-LABEL-O               PIC X(08).
           03 FILLER                   PIC X(04).
           03 D1-RAISED-O              PIC ZZZZZZ9.
           03 FILLER                   PIC X(05).
           03 D1-ACKED-O               PIC ZZZZZZ9.
           03 FILLER                   PIC X(05).
           03 D1-CLOSED-O              PIC ZZZZZZ9.
           03 FILLER                   PIC X(05).
           03 D1-AVG-HOURS-O           PIC ZZZ,ZZ9.9.
           03 FILLER                   PIC X(07).
           03 D1-STILL-OPEN-O          PIC ZZZZZZ9.
           03 FILLER                   PIC X(05).
           03 D1-STILL-ACKED-O         PIC ZZZZZZ9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20211107' - THE LAST DAY OF THE WEEK REPORTED ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-END-DATE         PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-END-DATE
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
           END-IF
           CALL WS-DATE-PGM-NAME USING WS-END-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** ERROR date is not valid: ' WS-END-DATE
                      ' ' WS-DATECHK-MESSAGE
              MOVE 8                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-END-DATE) - 6)
           PERFORM INIT-SUMMARY-TABLE
      *
           OPEN INPUT ALERTCAS-FILE
           IF WS-ALERTCAS-STATUS = ZERO
              PERFORM READ-ALERTCAS-NEXT
              PERFORM UNTIL WS-LAST-REC-YES
                 ADD 1                 TO WS-CASES-READ
                 PERFORM TALLY-ONE-CASE
                 PERFORM READ-ALERTCAS-NEXT
              END-PERFORM
              CLOSE ALERTCAS-FILE
           ELSE
              DISPLAY '*** No ALERTCAS file, status: '
                          WS-ALERTCAS-STATUS
           END-IF
           PERFORM WRITE-REPORT
           DISPLAY 'Alert cases READ: '          WS-CASES-READ
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       INIT-SUMMARY-TABLE.
           INITIALIZE WS-SUMMARY-TABLE
           MOVE 'CRITICAL'             TO WS-SUM-LABEL (1)
           MOVE 'WARNING'              TO WS-SUM-LABEL (2)
           MOVE 'INFO'                 TO WS-SUM-LABEL (3)
           MOVE 'TOTAL'                TO WS-SUM-LABEL (4)
           .
      *
       READ-ALERTCAS-NEXT.
           READ ALERTCAS-FILE NEXT RECORD
              AT END MOVE 'Y'          TO WS-LAST-REC
           END-READ
           .
      *
       TALLY-ONE-CASE.
           EVALUATE AC-SEVERITY
              WHEN 'C'   MOVE 1        TO WS-SEV-SUB
              WHEN 'W'   MOVE 2        TO WS-SEV-SUB
              WHEN OTHER MOVE 3        TO WS-SEV-SUB
           END-EVALUATE
           IF AC-OPENED-DATE >= WS-START-DATE AND
              AC-OPENED-DATE <= WS-END-DATE
              ADD 1                    TO WS-SUM-RAISED (WS-SEV-SUB)
                                          WS-SUM-RAISED (4)
           END-IF
           IF AC-ACK-DATE >= WS-START-DATE AND
              AC-ACK-DATE <= WS-END-DATE
              PERFORM COMPUTE-ACK-MINUTES
              ADD 1                    TO WS-SUM-ACKED (WS-SEV-SUB)
                                          WS-SUM-ACKED (4)
              ADD WS-ACK-MINUTES  TO WS-SUM-ACK-MINUTES (WS-SEV-SUB)
                                     WS-SUM-ACK-MINUTES (4)
           END-IF
           IF AC-CLOSED-DATE >= WS-START-DATE AND
              AC-CLOSED-DATE <= WS-END-DATE
              ADD 1                    TO WS-SUM-CLOSED (WS-SEV-SUB)
                                          WS-SUM-CLOSED (4)
           END-IF
           EVALUATE TRUE
              WHEN AC-IS-OPEN
                 ADD 1            TO WS-SUM-STILL-OPEN (WS-SEV-SUB)
                                     WS-SUM-STILL-OPEN (4)
              WHEN AC-IS-ACKED
                 ADD 1            TO WS-SUM-STILL-ACKED (WS-SEV-SUB)
                                     WS-SUM-STILL-ACKED (4)
           END-EVALUATE
           .
      *
      *    OPENED TO ACKNOWLEDGED, IN MINUTES - A CLOCK SET BACK
      *    CANNOT MAKE IT NEGATIVE ***
       COMPUTE-ACK-MINUTES.
           MOVE AC-OPENED-TIME         TO WS-OPENED-TIME
           MOVE AC-ACK-TIME            TO WS-ACK-TIME
           COMPUTE WS-ACK-MINUTES =
                 (FUNCTION INTEGER-OF-DATE (AC-ACK-DATE) -
                  FUNCTION INTEGER-OF-DATE (AC-OPENED-DATE)) * 1440
               + (WS-ACK-HH * 60 + WS-ACK-MI)
               - (WS-OPENED-HH * 60 + WS-OPENED-MI)
           IF WS-ACK-MINUTES < ZERO
              MOVE ZERO                TO WS-ACK-MINUTES
           END-IF
           .
      *
       WRITE-REPORT.
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           MOVE WS-START-DATE          TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-START-DATE-O
           MOVE WS-END-DATE            TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO HP-END-DATE-O
           WRITE PRINT-REC           FROM WS-HEADER-PERIOD
           WRITE PRINT-REC           FROM WS-HEADER-2
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > 4
              PERFORM WRITE-ONE-ROW
           END-PERFORM
           CLOSE PRINT-LINE
           .
      *
       WRITE-ONE-ROW.
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-SUM-LABEL (WS-SUM-IDX)    TO D1-LABEL-O
           MOVE WS-SUM-RAISED (WS-SUM-IDX)   TO D1-RAISED-O
           MOVE WS-SUM-ACKED (WS-SUM-IDX)    TO D1-ACKED-O
           MOVE WS-SUM-CLOSED (WS-SUM-IDX)   TO D1-CLOSED-O
           MOVE ZERO                   TO WS-AVG-HOURS
           IF WS-SUM-ACKED (WS-SUM-IDX) > ZERO
              COMPUTE WS-AVG-HOURS ROUNDED =
                 WS-SUM-ACK-MINUTES (WS-SUM-IDX) /
                 (WS-SUM-ACKED (WS-SUM-IDX) * 60)
           END-IF
           MOVE WS-AVG-HOURS           TO D1-AVG-HOURS-O
           MOVE WS-SUM-STILL-OPEN (WS-SUM-IDX)  TO D1-STILL-OPEN-O
           MOVE WS-SUM-STILL-ACKED (WS-SUM-IDX) TO D1-STILL-ACKED-O
           WRITE PRINT-REC           FROM WS-DETAILS-1
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)     TO WS-EDIT-DATE-O (1:4)
           MOVE '-'                    TO WS-EDIT-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)     TO WS-EDIT-DATE-O (6:2)
           MOVE '-'                    TO WS-EDIT-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)     TO WS-EDIT-DATE-O (9:2)
           .
      *
