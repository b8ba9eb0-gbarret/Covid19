      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2030.
       AUTHOR.         GEORGES B.
      *    Ministry correction-notice intake: the ministry now sends
      *    its own corrections ("your 14 March figure for code X
      *    should be Y") as the fixed-layout MINCORR file, each
      *    notice naming the MINDSPCH envelope sequence number it
      *    corrects. Instead of someone retyping them into COV1965,
      *    each notice is matched to its dispatch here and, when it
      *    holds up, staged to COVADJPN as a pending adjustment with
      *    MINISTRY as the maker and the notice reference as the
      *    reason - so it still needs a COV1966 checker to apply.
      *    The ministry only corrects the confirmed and death
      *    figures the envelope carried; the recovered figures are
      *    staged as they stand on COVID19D. A notice is listed for
      *    manual follow-up instead when
      *      - the line is not valid (a figure not numeric)
      *      - the envelope is not on the MINDSPCH register
      *      - the date is not the envelope's position date
      *      - the code has no COVID19D record for the date
      *      - the month is already closed on PERCLOSE (a change
      *        there is a re-certification, not a correction)
      *      - the same notice was staged by an earlier run
      *    A notice whose figures already stand on COVID19D is
      *    listed as NO CHANGE and not staged. Every notice prints
      *    with its outcome; return code 4 when any needs
      *    follow-up. No MINCORR file is a quiet run ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   MINCORR-FILE        ASSIGN MINCORR
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-MINCORR-STATUS
           .
           SELECT   MINDSPCH-FILE       ASSIGN MINDSPCH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS MD-SEQ-NO
                    FILE STATUS         IS WS-MINDSPCH-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   PERCLOSE-FILE       ASSIGN PERCLOSE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS PC-KEY
                    FILE STATUS         IS WS-PERCLOSE-STATUS
           .
           SELECT   COVADJPN-FILE       ASSIGN COVADJPN
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVADJPN-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
      *    THE MINISTRY'S FIXED NOTICE LAYOUT - THE FIGURES IN THE
      *    SAME SHAPE AS THE 'D' LINE OF THE COV1961 ENVELOPE ***
       FD  MINCORR-FILE
           RECORDING MODE IS F
           .
       01  MINCORR-REC.
      *    THE MINISTRY'S OWN REFERENCE FOR THE NOTICE ***
           03 NC-NOTICE-REF            PIC X(12).
           03 FILLER                   PIC X(01).
           03 NC-SEQ-NO                PIC 9(06).
           03 FILLER                   PIC X(01).
           03 NC-CODE                  PIC X(05).
           03 FILLER                   PIC X(01).
           03 NC-DATE                  PIC 9(08).
           03 FILLER                   PIC X(01).
           03 NC-TOTAL-CONFIRMED       PIC 9(09).
           03 FILLER                   PIC X(01).
           03 NC-NEW-CONFIRMED         PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           03 FILLER                   PIC X(01).
           03 NC-TOTAL-DEATHS          PIC 9(09).
           03 FILLER                   PIC X(01).
           03 NC-NEW-DEATHS            PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           03 FILLER                   PIC X(04).
      *
       FD  MINDSPCH-FILE.
       COPY MINDSPCH REPLACING        ==:TAG1:== BY ==MINDSPCH==
                                      ==:TAG2:== BY ==MD==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  PERCLOSE-FILE.
       COPY PERCLOSE REPLACING        ==:TAG1:== BY ==PERCLOSE==
                                      ==:TAG2:== BY ==PC==.
      *
       FD  COVADJPN-FILE.
       COPY COVADJPN REPLACING        ==:TAG1:== BY ==COVADJPN==
                                      ==:TAG2:== BY ==AJ==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-MINCORR-STATUS        PIC 99 VALUE ZEROS.
           03 WS-MINDSPCH-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-PERCLOSE-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVADJPN-STATUS       PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-NOTICE-EOF            PIC X VALUE 'N'.
            88 WS-NOTICE-EOF-OK        VALUE 'Y'.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-MINCORR-OPEN          PIC X VALUE 'N'.
            88 WS-MINCORR-OPEN-YES     VALUE 'Y'.
      *    NO PERCLOSE FILE MEANS NO MONTH HAS BEEN CLOSED YET ***
           03 WS-PERCLOSE-AVAIL        PIC X VALUE 'N'.
            88 WS-PERCLOSE-AVAIL-YES   VALUE 'Y'.
      *
      *    THE MAKER ID A MINISTRY NOTICE IS STAGED UNDER - NO
      *    OPERATOR CARRIES IT, SO COV1966'S MAKER/CHECKER RULE
      *    LEAVES EVERY CHECKER FREE TO DECIDE IT ***
       77  WS-MINISTRY-MAKER           PIC X(08) VALUE 'MINISTRY'.
      *
      *    THE REASON TEXT A NOTICE IS STAGED WITH - IT CARRIES THE
      *    NOTICE REFERENCE, SO IT IS ALSO HOW A RERUN RECOGNISES A
      *    NOTICE ALREADY STAGED ***
       01  WS-NOTICE-REASON.
           03 FILLER                   PIC X(16) VALUE
                'MINISTRY NOTICE '.
           03 WS-NR-REF                PIC X(12).
           03 FILLER                   PIC X(05) VALUE ' ENV '.
           03 WS-NR-SEQ-NO             PIC 9(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
      *
      *    REASON TEXTS OF THE MINISTRY NOTICES ALREADY ON COVADJPN,
      *    WHATEVER THEIR STATUS ***
       01  WS-STAGED-TABLE.
           03 WS-ST-REASON             PIC X(40) OCCURS 2000 TIMES
                                        INDEXED BY WS-ST-IDX.
       01  WS-ST-COUNT                 PIC 9(04) VALUE ZEROES.
      *
       01  WS-CLOSE-MONTH              PIC 9(06) VALUE ZEROES.
       01  WS-OUTCOME                  PIC X(10) VALUE SPACES.
       01  WS-OUTCOME-NOTE             PIC X(30) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-NOTICES-READ          PIC 9(05) VALUE ZEROES.
           03 WS-NOTICES-STAGED        PIC 9(05) VALUE ZEROES.
           03 WS-NOTICES-NO-CHANGE     PIC 9(05) VALUE ZEROES.
           03 WS-NOTICES-FOLLOW-UP     PIC 9(05) VALUE ZEROES.
           03 WS-TABLE-OVERFLOWS       PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2030'.
           03 FILLER                   PIC X(50) VALUE
                '*** MINISTRY CORRECTION NOTICE INTAKE *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE 'NOTICE REF'.
           03 FILLER                   PIC X(08) VALUE 'ENV NO'.
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(12) VALUE 'DATE'.
           03 FILLER                   PIC X(12) VALUE
                '  TOTAL CONF'.
           03 FILLER                   PIC X(12) VALUE
                '    NEW CONF'.
           03 FILLER                   PIC X(12) VALUE
                '  TOTAL DTHS'.
           03 FILLER                   PIC X(13) VALUE
                '    NEW DTHS'.
           03 FILLER                   PIC X(11) VALUE 'OUTCOME'.
           03 FILLER                   PIC X(30) VALUE 'NOTE'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-REF-O                 PIC X(12).
           03 FILLER                   PIC X(02).
           03 D1-SEQ-NO-O              PIC X(06).
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-TOTAL-CONF-O          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-NEW-CONF-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-TOTAL-DEATH-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-NEW-DEATH-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-OUTCOME-O             PIC X(10).
           03 FILLER                   PIC X(01).
           03 D1-NOTE-O                PIC X(30).
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           PERFORM LOAD-STAGED-NOTICES
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NOTICE-EOF-OK
              READ MINCORR-FILE
                 AT END MOVE 'Y'       TO WS-NOTICE-EOF
                 NOT AT END
                    ADD 1              TO WS-NOTICES-READ
                    PERFORM TAKE-ONE-NOTICE
              END-READ
           END-PERFORM
           DISPLAY 'MINCORR notices READ: '     WS-NOTICES-READ
           DISPLAY 'Adjustments STAGED: '       WS-NOTICES-STAGED
           DISPLAY 'Notices NO CHANGE: '        WS-NOTICES-NO-CHANGE
           DISPLAY 'Notices for FOLLOW-UP: '    WS-NOTICES-FOLLOW-UP
           IF WS-TABLE-OVERFLOWS > ZERO
              DISPLAY 'Staged-notice table OVERFLOWS: '
                                                WS-TABLE-OVERFLOWS
           END-IF
           IF WS-NOTICES-FOLLOW-UP > ZERO
              MOVE 4                   TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    ONE READ OF THE QUEUE BEFORE IT IS OPENED FOR APPEND -
      *    NO QUEUE YET MEANS NOTHING STAGED YET ***
       LOAD-STAGED-NOTICES.
           OPEN INPUT COVADJPN-FILE
           IF WS-COVADJPN-STATUS > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVADJPN-FILE
                 AT END MOVE 'Y'       TO WS-LAST-REC
                 NOT AT END
                    IF AJ-MAKER-ID = WS-MINISTRY-MAKER
                       PERFORM KEEP-STAGED-REASON
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COVADJPN-FILE
           .
      *
       KEEP-STAGED-REASON.
           IF WS-ST-COUNT < 2000
              ADD 1                    TO WS-ST-COUNT
              MOVE AJ-REASON-TEXT      TO WS-ST-REASON (WS-ST-COUNT)
           ELSE
              ADD 1                    TO WS-TABLE-OVERFLOWS
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT MINCORR-FILE
           IF WS-MINCORR-STATUS > 0
              DISPLAY '*** No MINCORR file this run, status: '
                          WS-MINCORR-STATUS
              MOVE 'Y'                 TO WS-NOTICE-EOF
           ELSE
              MOVE 'Y'                 TO WS-MINCORR-OPEN
           END-IF
           OPEN INPUT MINDSPCH-FILE
           IF WS-MINDSPCH-STATUS > 0
              DISPLAY '*** ERROR OPENING MINDSPCH-FILE-STATUS: '
                          WS-MINDSPCH-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS = ZERO
              MOVE 'Y'                 TO WS-PERCLOSE-AVAIL
           END-IF
      *    APPEND ACROSS RUNS, SAME FALLBACK COV1965 USES ***
           OPEN EXTEND COVADJPN-FILE
           IF WS-COVADJPN-STATUS > 0
              OPEN OUTPUT COVADJPN-FILE
           END-IF
           IF WS-COVADJPN-STATUS > 0
              DISPLAY '*** ERROR OPENING COVADJPN-FILE-STATUS: '
                          WS-COVADJPN-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           WRITE PRINT-REC           FROM WS-HEADER-2
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                    TO WS-FILE-ERROR
           MOVE 16                     TO RETURN-CODE
           .
      *
       CLOSE-FILES.
           CLOSE MINDSPCH-FILE COVID19D-FILE COVADJPN-FILE PRINT-LINE
           IF WS-MINCORR-OPEN-YES
              CLOSE MINCORR-FILE
           END-IF
           IF WS-PERCLOSE-AVAIL-YES
              CLOSE PERCLOSE-FILE
           END-IF
           .
      *
      *=============================
      *    THE CHECKS RUN IN THE ORDER A PERSON WOULD CHASE THEM:
      *    THE ENVELOPE, THEN THE DAY IN IT, THEN WHETHER THE DAY
      *    CAN STILL BE TOUCHED ***
      *=============================
       TAKE-ONE-NOTICE.
           MOVE 'FOLLOW-UP'            TO WS-OUTCOME
           MOVE SPACES                 TO WS-OUTCOME-NOTE
           IF NC-SEQ-NO NOT NUMERIC OR NC-DATE NOT NUMERIC OR
              NC-TOTAL-CONFIRMED NOT NUMERIC OR
              NC-NEW-CONFIRMED NOT NUMERIC OR
              NC-TOTAL-DEATHS NOT NUMERIC OR
              NC-NEW-DEATHS NOT NUMERIC
              MOVE 'NOTICE LINE NOT VALID' TO WS-OUTCOME-NOTE
              PERFORM WRITE-NOTICE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE NC-SEQ-NO              TO MD-SEQ-NO
           READ MINDSPCH-FILE
              INVALID KEY
                 MOVE 'ENVELOPE NOT ON MINDSPCH' TO WS-OUTCOME-NOTE
                 PERFORM WRITE-NOTICE-LINE
                 EXIT PARAGRAPH
           END-READ
           IF NC-DATE NOT = MD-POSITION-DATE
              MOVE 'DATE NOT THE ENVELOPE POSITION'
                                       TO WS-OUTCOME-NOTE
              PERFORM WRITE-NOTICE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE NC-CODE                TO CV-CODE
           MOVE NC-DATE                TO CV-DATE
           READ COVID19D-FILE
              INVALID KEY
                 MOVE 'NO COVID19D RECORD FOR CODE' TO WS-OUTCOME-NOTE
                 PERFORM WRITE-NOTICE-LINE
                 EXIT PARAGRAPH
           END-READ
           IF WS-PERCLOSE-AVAIL-YES
              MOVE NC-DATE (1:6)       TO WS-CLOSE-MONTH
              MOVE WS-CLOSE-MONTH      TO PC-MONTH
              MOVE NC-CODE             TO PC-CODE
              READ PERCLOSE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'MONTH CLOSED ON PERCLOSE'
                                       TO WS-OUTCOME-NOTE
                    PERFORM WRITE-NOTICE-LINE
                    EXIT PARAGRAPH
              END-READ
           END-IF
           MOVE NC-NOTICE-REF          TO WS-NR-REF
           MOVE NC-SEQ-NO              TO WS-NR-SEQ-NO
           SET WS-ST-IDX               TO 1
           SEARCH WS-ST-REASON
              AT END
                 CONTINUE
              WHEN WS-ST-IDX > WS-ST-COUNT
                 CONTINUE
              WHEN WS-ST-REASON (WS-ST-IDX) = WS-NOTICE-REASON
                 MOVE 'ALREADY STAGED BY AN EARLIER RUN'
                                       TO WS-OUTCOME-NOTE
                 PERFORM WRITE-NOTICE-LINE
                 EXIT PARAGRAPH
           END-SEARCH
           IF NC-TOTAL-CONFIRMED = CV-TOTAL-CONFIRMED AND
              NC-NEW-CONFIRMED = CV-NEW-CONFIRMED AND
              NC-TOTAL-DEATHS = CV-TOTAL-DEATHS AND
              NC-NEW-DEATHS = CV-NEW-DEATHS
              MOVE 'NO CHANGE'         TO WS-OUTCOME
              MOVE 'FIGURES ALREADY ON COVID19D' TO WS-OUTCOME-NOTE
              ADD 1                    TO WS-NOTICES-NO-CHANGE
              PERFORM WRITE-NOTICE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM STAGE-ADJUSTMENT
           .
      *
       STAGE-ADJUSTMENT.
           MOVE SPACES                 TO COVADJPN-REC
           MOVE FUNCTION CURRENT-DATE (1:8) TO AJ-STAGED-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO AJ-STAGED-TIME
           MOVE WS-MINISTRY-MAKER      TO AJ-MAKER-ID
           MOVE NC-CODE                TO AJ-CODE
           MOVE NC-DATE                TO AJ-DATE
           MOVE NC-NEW-CONFIRMED       TO AJ-NEW-CONFIRMED
           MOVE NC-TOTAL-CONFIRMED     TO AJ-TOTAL-CONFIRMED
           MOVE NC-NEW-DEATHS          TO AJ-NEW-DEATHS
           MOVE NC-TOTAL-DEATHS        TO AJ-TOTAL-DEATHS
           MOVE CV-NEW-RECOVERED       TO AJ-NEW-RECOVERED
           MOVE CV-TOTAL-RECOVERED     TO AJ-TOTAL-RECOVERED
           MOVE WS-NOTICE-REASON       TO AJ-REASON-TEXT
           MOVE 'P'                    TO AJ-STATUS
           MOVE SPACES                 TO AJ-CHECKER-ID
           MOVE ZEROS                  TO AJ-DECIDED-DATE
           WRITE COVADJPN-REC
           IF WS-COVADJPN-STATUS > 0
              DISPLAY '*** Error WRITE COVADJPN: '
                     WS-COVADJPN-STATUS
              MOVE 'WRITE TO COVADJPN FAILED'  TO WS-OUTCOME-NOTE
              PERFORM WRITE-NOTICE-LINE
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-NOTICES-STAGED
           IF WS-ST-COUNT < 2000
              ADD 1                    TO WS-ST-COUNT
              MOVE WS-NOTICE-REASON    TO WS-ST-REASON (WS-ST-COUNT)
           END-IF
           MOVE 'STAGED'               TO WS-OUTCOME
           MOVE 'PENDING COV1966 APPROVAL' TO WS-OUTCOME-NOTE
           PERFORM WRITE-NOTICE-LINE
           .
      *
       WRITE-NOTICE-LINE.
           IF WS-OUTCOME = 'FOLLOW-UP'
              ADD 1                    TO WS-NOTICES-FOLLOW-UP
           END-IF
           MOVE SPACES                 TO WS-DETAILS-1 PRINT-REC
           MOVE NC-NOTICE-REF          TO D1-REF-O
           MOVE MINCORR-REC (14:6)     TO D1-SEQ-NO-O
           MOVE NC-CODE                TO D1-CODE-O
           IF NC-DATE NUMERIC
              MOVE NC-DATE (1:4)       TO D1-DATE-O (1:4)
              MOVE '-'                 TO D1-DATE-O (5:1)
              MOVE NC-DATE (5:2)       TO D1-DATE-O (6:2)
              MOVE '-'                 TO D1-DATE-O (8:1)
              MOVE NC-DATE (7:2)       TO D1-DATE-O (9:2)
           ELSE
              MOVE MINCORR-REC (27:8)  TO D1-DATE-O
           END-IF
           IF WS-OUTCOME-NOTE NOT = 'NOTICE LINE NOT VALID'
              MOVE NC-TOTAL-CONFIRMED  TO D1-TOTAL-CONF-O
              MOVE NC-NEW-CONFIRMED    TO D1-NEW-CONF-O
              MOVE NC-TOTAL-DEATHS     TO D1-TOTAL-DEATH-O
              MOVE NC-NEW-DEATHS       TO D1-NEW-DEATH-O
           END-IF
           MOVE WS-OUTCOME             TO D1-OUTCOME-O
           MOVE WS-OUTCOME-NOTE        TO D1-NOTE-O
           WRITE PRINT-REC           FROM WS-DETAILS-1
           .
      *
