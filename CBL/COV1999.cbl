      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1999.
       AUTHOR.         GEORGES B.
      *    Controlled reopen and re-certification of one closed
      *    month: when COV1901 reports a restatement inside a CLOSED
      *    month, a checker (SUB0006 function 'C') reopens that
      *    MONTH+CODE here with a reason. The month's movement and
      *    closing positions are recomputed from COVID19D exactly as
      *    COV1967 computes them at close, the figures as certified
      *    before and the recomputed ones go to the PPADJREG
      *    prior-period adjustment register with the operator and
      *    the reason, and the PERCLOSE record is re-certified with
      *    the new figures and today as its closed date. COV2000
      *    lists the closed months still waiting for this.
      *    PARM is MONTH(6) CODE(5) OPERATOR(8) REASON(40) ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   PERCLOSE-FILE       ASSIGN PERCLOSE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS PC-KEY
                    FILE STATUS         IS WS-PERCLOSE-STATUS
           .
           SELECT   PPADJREG-FILE       ASSIGN PPADJREG
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS PP-KEY
                    FILE STATUS         IS WS-PPADJREG-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  PERCLOSE-FILE.
       COPY PERCLOSE REPLACING        ==:TAG1:== BY ==PERCLOSE==
                                      ==:TAG2:== BY ==PC==.
      *
       FD  PPADJREG-FILE.
       COPY PPADJREG REPLACING        ==:TAG1:== BY ==PPADJREG==
                                      ==:TAG2:== BY ==PP==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PERCLOSE-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PPADJREG-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
      *
       01  WS-REQUEST.
           03 WS-RECERT-MONTH          PIC 9(06) VALUE ZEROES.
           03 WS-RECERT-CODE           PIC X(05) VALUE SPACES.
           03 WS-OPER-ID               PIC X(08) VALUE SPACES.
           03 WS-REASON                PIC X(40) VALUE SPACES.
       01  WS-REC-MONTH                PIC 9(06) VALUE ZEROES.
       01  WS-TODAY                    PIC 9(08) VALUE ZEROES.
       01  WS-NOW-TIME                 PIC 9(06) VALUE ZEROES.
       01  WS-NEXT-SEQ                 PIC 9(03) VALUE ZEROES.
      *
      *    THE MONTH AS COVID19D HAS IT NOW - SAME SUMS AS COV1967 ***
       01  WS-LIVE-DATA.
           03 WS-LIVE-DAYS             PIC 9(03) VALUE ZEROES.
           03 WS-MTH-NEW-CONFIRMED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-MTH-NEW-DEATHS        PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-END-TOTAL-CONFIRMED   PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-END-TOTAL-DEATHS      PIC 9(09) COMP-3 VALUE ZEROES.
      *
      *    A PARM LONGER THAN ITS LAYOUT IS CUT AT THE FIELD ***
       77  WS-PARM-TEXT-LEN            PIC S9(4) COMP VALUE ZERO.
      *
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006.
      *    MOVING A CERTIFIED MONTH IS CHECKER WORK ***
       77  WS-AUTH-PGM-NAME            PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION            PIC X(01) VALUE 'C'.
       77  WS-AUTH-CALLER              PIC X(08) VALUE 'COV1999'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
      *    SHARED TOKEN ON THE COVID19 FILES - SEE SUB0003. NO LOAD
      *    MAY MOVE THE MONTH WHILE IT IS BEING RECOMPUTED ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV1999'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='202112BEL  OPER0002VENDOR RESTATED 14-20 DEC' ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-MONTH            PIC 9(06).
           03 LK-PARM-CODE             PIC X(05).
           03 LK-PARM-OPER-ID          PIC X(08).
           03 LK-PARM-REASON           PIC X(40).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-MONTH     TO WS-RECERT-MONTH
              MOVE LK-PARM-CODE      TO WS-RECERT-CODE
              MOVE LK-PARM-OPER-ID   TO WS-OPER-ID
              IF LK-PARM-LEN > 19
                 COMPUTE WS-PARM-TEXT-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 19, 40)
                 MOVE LK-PARM-REASON (1:WS-PARM-TEXT-LEN)
                                     TO WS-REASON
              END-IF
           ELSE
              DISPLAY '*** Closed month to re-certify YYYYMM: '
              ACCEPT WS-RECERT-MONTH
              DISPLAY '*** Country code: '
              ACCEPT WS-RECERT-CODE
              DISPLAY '*** Your operator id: '
              ACCEPT WS-OPER-ID
              DISPLAY '*** Reason for the reopen: '
              ACCEPT WS-REASON
           END-IF
           IF WS-RECERT-MONTH NOT NUMERIC OR
              WS-RECERT-MONTH (5:2) < '01' OR
              WS-RECERT-MONTH (5:2) > '12'
              DISPLAY '*** ERROR month is Missing or not Valid'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-RECERT-CODE = SPACES
              DISPLAY '*** ERROR country code is required'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    AN UNEXPLAINED MOVE OF A PUBLISHED MONTH IS EXACTLY WHAT
      *    THE REGISTER IS THERE TO PREVENT ***
           IF WS-REASON = SPACES
              DISPLAY '*** ERROR a reason is required to reopen'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           CALL WS-AUTH-PGM-NAME USING WS-OPER-ID,
              WS-AUTH-FUNCTION, WS-AUTH-CALLER, WS-AUTH-INFO
           IF NOT WS-AUTH-OK
              DISPLAY '*** Permission refused: ' WS-AUTH-MESSAGE
              MOVE 12                TO RETURN-CODE
              EXIT PARAGRAPH
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
           IF NOT WS-FILE-ERROR-FOUND
              PERFORM RECERTIFY-MONTH
              CLOSE COVID19D-FILE PERCLOSE-FILE PPADJREG-FILE
           END-IF
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
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN I-O PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS > 0
              DISPLAY '*** ERROR OPENING PERCLOSE-FILE-STATUS: '
                          WS-PERCLOSE-STATUS
              PERFORM SET-FILE-ERROR-RC
              CLOSE COVID19D-FILE
              EXIT PARAGRAPH
           END-IF
      *    FIRST EVER RE-CERTIFICATION CREATES THE REGISTER, THEN
      *    RE-OPENS IT I-O SO THE SEQUENCE CAN BE BROWSED ***
           OPEN I-O PPADJREG-FILE
           IF WS-PPADJREG-STATUS NOT = ZERO
              OPEN OUTPUT PPADJREG-FILE
              IF WS-PPADJREG-STATUS = ZERO
                 CLOSE PPADJREG-FILE
                 OPEN I-O PPADJREG-FILE
              END-IF
           END-IF
           IF WS-PPADJREG-STATUS > 0
              DISPLAY '*** ERROR OPENING PPADJREG-FILE-STATUS: '
                          WS-PPADJREG-STATUS
              PERFORM SET-FILE-ERROR-RC
              CLOSE COVID19D-FILE PERCLOSE-FILE
           END-IF
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                    TO WS-FILE-ERROR
           MOVE 16                     TO RETURN-CODE
           .
      *
      *    ONLY A MONTH ON THE CLOSE REGISTER CAN BE REOPENED, AND
      *    ONLY WHILE COVID19D STILL HAS THE MONTH TO CERTIFY ***
       RECERTIFY-MONTH.
           MOVE WS-RECERT-MONTH      TO PC-MONTH
           MOVE WS-RECERT-CODE       TO PC-CODE
           READ PERCLOSE-FILE
              INVALID KEY
                 DISPLAY '*** ERROR month is not closed for this '
                         'country: ' WS-RECERT-MONTH ' '
                         WS-RECERT-CODE
                 MOVE 8              TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           PERFORM RECOMPUTE-LIVE-MONTH
           IF WS-LIVE-DAYS = ZERO
              DISPLAY '*** ERROR COVID19D holds no days of the month '
                      'for: ' WS-RECERT-CODE
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
           PERFORM FIND-NEXT-SEQ
           PERFORM WRITE-REGISTER-REC
           IF RETURN-CODE > ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MTH-NEW-CONFIRMED   TO PC-MTH-NEW-CONFIRMED
           MOVE WS-MTH-NEW-DEATHS      TO PC-MTH-NEW-DEATHS
           MOVE WS-END-TOTAL-CONFIRMED TO PC-END-TOTAL-CONFIRMED
           MOVE WS-END-TOTAL-DEATHS    TO PC-END-TOTAL-DEATHS
           MOVE WS-TODAY               TO PC-CLOSED-DATE
           REWRITE PERCLOSE-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE PERCLOSE, STATUS: '
                             WS-PERCLOSE-STATUS
                 MOVE 16             TO RETURN-CODE
                 EXIT PARAGRAPH
           END-REWRITE
           DISPLAY '*** Re-certified ' WS-RECERT-MONTH ' '
                   WS-RECERT-CODE ' as re-certification ' WS-NEXT-SEQ
           DISPLAY '    Month NEW CONFIRMED was '
                   PP-OLD-MTH-NEW-CONFIRMED ' now '
                   PP-NEW-MTH-NEW-CONFIRMED
           DISPLAY '    Month NEW DEATHS was '
                   PP-OLD-MTH-NEW-DEATHS ' now '
                   PP-NEW-MTH-NEW-DEATHS
           .
      *
      *    ONE BROWSE OF THE COUNTRY'S DAYS IN THE MONTH ***
       RECOMPUTE-LIVE-MONTH.
           MOVE ZERO                 TO WS-LIVE-DAYS
                                        WS-MTH-NEW-CONFIRMED
                                        WS-MTH-NEW-DEATHS
                                        WS-END-TOTAL-CONFIRMED
                                        WS-END-TOTAL-DEATHS
           MOVE 'N'                  TO WS-LAST-REC
           MOVE WS-RECERT-CODE       TO CV-CODE
           MOVE WS-RECERT-MONTH      TO CV-DATE (1:6)
           MOVE '01'                 TO CV-DATE (7:2)
           START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
              INVALID KEY
                 MOVE 'Y'            TO WS-LAST-REC
           END-START
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19D-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    MOVE CV-DATE (1:6) TO WS-REC-MONTH
                    IF CV-CODE NOT = WS-RECERT-CODE OR
                       WS-REC-MONTH NOT = WS-RECERT-MONTH
                       MOVE 'Y'      TO WS-LAST-REC
                    ELSE
                       ADD 1         TO WS-LIVE-DAYS
                       ADD CV-NEW-CONFIRMED TO WS-MTH-NEW-CONFIRMED
                       ADD CV-NEW-DEATHS    TO WS-MTH-NEW-DEATHS
                       MOVE CV-TOTAL-CONFIRMED
                                     TO WS-END-TOTAL-CONFIRMED
                       MOVE CV-TOTAL-DEATHS TO WS-END-TOTAL-DEATHS
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      *    THE HIGHEST SEQUENCE ON FILE FOR THE MONTH+CODE, PLUS ONE ***
       FIND-NEXT-SEQ.
           MOVE 1                    TO WS-NEXT-SEQ
           MOVE 'N'                  TO WS-LAST-REC
           MOVE WS-RECERT-MONTH      TO PP-MONTH
           MOVE WS-RECERT-CODE       TO PP-CODE
           MOVE ZERO                 TO PP-SEQ
           START PPADJREG-FILE KEY IS NOT LESS THAN PP-KEY
              INVALID KEY
                 MOVE 'Y'            TO WS-LAST-REC
           END-START
           PERFORM UNTIL WS-LAST-REC-YES
              READ PPADJREG-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    IF PP-MONTH NOT = WS-RECERT-MONTH OR
                       PP-CODE NOT = WS-RECERT-CODE
                       MOVE 'Y'      TO WS-LAST-REC
                    ELSE
                       COMPUTE WS-NEXT-SEQ = PP-SEQ + 1
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       WRITE-REGISTER-REC.
           MOVE WS-RECERT-MONTH        TO PP-MONTH
           MOVE WS-RECERT-CODE         TO PP-CODE
           MOVE WS-NEXT-SEQ            TO PP-SEQ
           MOVE WS-TODAY               TO PP-RECERT-DATE
           MOVE WS-NOW-TIME            TO PP-RECERT-TIME
           MOVE WS-OPER-ID             TO PP-OPER-ID
           MOVE WS-REASON              TO PP-REASON
           MOVE PC-MTH-NEW-CONFIRMED   TO PP-OLD-MTH-NEW-CONFIRMED
           MOVE PC-MTH-NEW-DEATHS      TO PP-OLD-MTH-NEW-DEATHS
           MOVE PC-END-TOTAL-CONFIRMED TO PP-OLD-END-TOTAL-CONFIRMED
           MOVE PC-END-TOTAL-DEATHS    TO PP-OLD-END-TOTAL-DEATHS
           MOVE PC-CLOSED-DATE         TO PP-OLD-CLOSED-DATE
           MOVE WS-MTH-NEW-CONFIRMED   TO PP-NEW-MTH-NEW-CONFIRMED
           MOVE WS-MTH-NEW-DEATHS      TO PP-NEW-MTH-NEW-DEATHS
           MOVE WS-END-TOTAL-CONFIRMED TO PP-NEW-END-TOTAL-CONFIRMED
           MOVE WS-END-TOTAL-DEATHS    TO PP-NEW-END-TOTAL-DEATHS
           MOVE WS-TODAY               TO PP-NEW-CLOSED-DATE
           WRITE PPADJREG-REC
              INVALID KEY
                 DISPLAY '*** ERROR WRITE PPADJREG, STATUS: '
                             WS-PPADJREG-STATUS
                 MOVE 16             TO RETURN-CODE
           END-WRITE
           .
      *
