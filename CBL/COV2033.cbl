      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2033.
       AUTHOR.         GEORGES B.
      *    Provisional-vs-actual report: reads every estimate on the
      *    PROVEST register (COV2032) from the PARM date on (YYYYMMDD,
      *    default everything) and sets it against the COVID19D
      *    record for the same code and date as it stands now. A
      *    record still flagged 'P' is PENDING - the real row has not
      *    arrived; any other record is the ACTUAL that replaced the
      *    estimate, and the line shows the estimated and actual
      *    daily figures, the difference (estimate minus actual) and
      *    the error as a percentage of the actual. A record since
      *    removed shows GONE. The trailer gives the mean absolute
      *    error of the resolved estimates. Return code 4 while any
      *    estimate is still pending ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   PROVEST-FILE        ASSIGN PROVEST
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS PE-KEY
                    FILE STATUS         IS WS-PROVEST-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  PROVEST-FILE.
       COPY PROVEST REPLACING         ==:TAG1:== BY ==PROVEST==
                                      ==:TAG2:== BY ==PE==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-PROVEST-STATUS           PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
      *
       01  WS-FROM-DATE                PIC 9(08) VALUE ZEROES.
      *
       01  WS-DIFF-NEW-CONFIRMED       PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-DIFF-NEW-DEATHS          PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-PCT-ERROR                PIC S9(05)V9 COMP-3 VALUE ZERO.
      *
       01  WS-COUNTERS.
           03 WS-ESTIMATES-READ        PIC 9(07) VALUE ZEROES.
           03 WS-RESOLVED              PIC 9(07) VALUE ZEROES.
           03 WS-PENDING               PIC 9(07) VALUE ZEROES.
           03 WS-GONE                  PIC 9(07) VALUE ZEROES.
           03 WS-ABS-ERR-CONFIRMED     PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-ABS-ERR-DEATHS        PIC 9(11) COMP-3 VALUE ZEROES.
       01  WS-MEAN-ERR-CONFIRMED       PIC 9(09) COMP-3 VALUE ZEROES.
       01  WS-MEAN-ERR-DEATHS          PIC 9(09) COMP-3 VALUE ZEROES.
      *
      *    SHARED TOKEN ON THE COVID19 INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2033'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2033'.
           03 FILLER                   PIC X(50) VALUE
                '*** PROVISIONAL ESTIMATES VS ACTUALS *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(12) VALUE 'DATE'.
           03 FILLER                   PIC X(09) VALUE 'STATUS'.
           03 FILLER                   PIC X(13) VALUE '  EST NEW CNF'.
           03 FILLER                   PIC X(13) VALUE '  ACT NEW CNF'.
           03 FILLER                   PIC X(13) VALUE '     DIFF'.
           03 FILLER                   PIC X(09) VALUE '   ERR %'.
           03 FILLER                   PIC X(13) VALUE '  EST NEW DTH'.
           03 FILLER                   PIC X(13) VALUE '  ACT NEW DTH'.
           03 FILLER                   PIC X(13) VALUE '     DIFF'.
           03 FILLER                   PIC X(10) VALUE ' ESTIMATED'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-STATUS-O              PIC X(07).
           03 FILLER                   PIC X(01).
           03 D1-EST-CONF-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-ACT-CONF-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-DIFF-CONF-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-PCT-O                 PIC -ZZZZ9.9.
           03 FILLER                   PIC X(01).
           03 D1-EST-DTH-O             PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-ACT-DTH-O             PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-DIFF-DTH-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-EST-ON-O              PIC X(10).
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20211201' - ESTIMATES FOR THIS DATE ONWARD ONLY ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-FROM-DATE        PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO AND LK-PARM-FROM-DATE NUMERIC
              MOVE LK-PARM-FROM-DATE TO WS-FROM-DATE
              DISPLAY '*** WS-FROM-DATE: ' WS-FROM-DATE
           END-IF
           MOVE 'S '                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              PERFORM RELEASE-FILE-LOCK
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-PROVEST-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF PE-DATE >= WS-FROM-DATE
                 PERFORM REPORT-ONE-ESTIMATE
              END-IF
              PERFORM READ-PROVEST-NEXT
           END-PERFORM
           PERFORM WRITE-TRAILERS
           CLOSE PROVEST-FILE COVID19D-FILE PRINT-LINE
           PERFORM RELEASE-FILE-LOCK
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       RELEASE-FILE-LOCK.
           MOVE 'RS'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
       OPEN-FILES.
           OPEN INPUT PROVEST-FILE
           IF WS-PROVEST-STATUS > 0
              DISPLAY '*** No PROVEST register - no estimate has '
                      'been made, status: ' WS-PROVEST-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              CLOSE PROVEST-FILE
              MOVE 'Y'               TO WS-FILE-ERROR
              MOVE 16                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                TO PRINT-REC
           WRITE PRINT-REC          FROM WS-HEADER-1
           WRITE PRINT-REC          FROM WS-HEADER-2
           .
      *
       READ-PROVEST-NEXT.
           READ PROVEST-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
       REPORT-ONE-ESTIMATE.
           ADD 1                     TO WS-ESTIMATES-READ
           MOVE SPACES               TO WS-DETAILS-1
           MOVE PE-CODE              TO D1-CODE-O
           MOVE PE-DATE              TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-DATE-O
           MOVE PE-NEW-CONFIRMED     TO D1-EST-CONF-O
           MOVE PE-NEW-DEATHS        TO D1-EST-DTH-O
           MOVE PE-EST-DATE          TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-EST-ON-O
           MOVE PE-CODE              TO CV-CODE
           MOVE PE-DATE              TO CV-DATE
           READ COVID19D-FILE
              INVALID KEY
                 ADD 1               TO WS-GONE
                 MOVE 'GONE'         TO D1-STATUS-O
              NOT INVALID KEY
                 IF CV-IS-PROVISIONAL
                    ADD 1            TO WS-PENDING
                    MOVE 'PENDING'   TO D1-STATUS-O
                 ELSE
                    PERFORM MEASURE-ESTIMATE
                 END-IF
           END-READ
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
      *    ESTIMATE MINUS ACTUAL - POSITIVE WHERE THE ESTIMATE RAN
      *    HIGH ***
       MEASURE-ESTIMATE.
           ADD 1                     TO WS-RESOLVED
           MOVE 'ACTUAL'             TO D1-STATUS-O
           MOVE CV-NEW-CONFIRMED     TO D1-ACT-CONF-O
           MOVE CV-NEW-DEATHS        TO D1-ACT-DTH-O
           COMPUTE WS-DIFF-NEW-CONFIRMED =
              PE-NEW-CONFIRMED - CV-NEW-CONFIRMED
           COMPUTE WS-DIFF-NEW-DEATHS =
              PE-NEW-DEATHS - CV-NEW-DEATHS
           MOVE WS-DIFF-NEW-CONFIRMED TO D1-DIFF-CONF-O
           MOVE WS-DIFF-NEW-DEATHS   TO D1-DIFF-DTH-O
           IF CV-NEW-CONFIRMED NOT = ZERO
              COMPUTE WS-PCT-ERROR ROUNDED =
                 WS-DIFF-NEW-CONFIRMED * 100 / CV-NEW-CONFIRMED
                 ON SIZE ERROR
                    MOVE 99999.9     TO WS-PCT-ERROR
              END-COMPUTE
              MOVE WS-PCT-ERROR      TO D1-PCT-O
           END-IF
           IF WS-DIFF-NEW-CONFIRMED < ZERO
              SUBTRACT WS-DIFF-NEW-CONFIRMED FROM WS-ABS-ERR-CONFIRMED
           ELSE
              ADD WS-DIFF-NEW-CONFIRMED TO WS-ABS-ERR-CONFIRMED
           END-IF
           IF WS-DIFF-NEW-DEATHS < ZERO
              SUBTRACT WS-DIFF-NEW-DEATHS FROM WS-ABS-ERR-DEATHS
           ELSE
              ADD WS-DIFF-NEW-DEATHS TO WS-ABS-ERR-DEATHS
           END-IF
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)   TO WS-EDIT-DATE-O (1:4)
           MOVE '-'                  TO WS-EDIT-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO WS-EDIT-DATE-O (6:2)
           MOVE '-'                  TO WS-EDIT-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO WS-EDIT-DATE-O (9:2)
           .
      *
       WRITE-TRAILERS.
           IF WS-RESOLVED > ZERO
              COMPUTE WS-MEAN-ERR-CONFIRMED ROUNDED =
                 WS-ABS-ERR-CONFIRMED / WS-RESOLVED
              COMPUTE WS-MEAN-ERR-DEATHS ROUNDED =
                 WS-ABS-ERR-DEATHS / WS-RESOLVED
           END-IF
           DISPLAY 'Estimates READ: '             WS-ESTIMATES-READ
           DISPLAY 'Estimates RESOLVED by actual: ' WS-RESOLVED
           DISPLAY 'Estimates still PENDING: '    WS-PENDING
           DISPLAY 'Estimated records GONE: '     WS-GONE
           DISPLAY 'Mean absolute error NEW CONFIRMED: '
                                                 WS-MEAN-ERR-CONFIRMED
           DISPLAY 'Mean absolute error NEW DEATHS: '
                                                 WS-MEAN-ERR-DEATHS
           IF WS-PENDING > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           .
      *
