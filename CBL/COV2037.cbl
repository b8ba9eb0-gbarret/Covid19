      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2037.
       AUTHOR.         GEORGES B.
      *    Ministry corrected resubmission: nightly step after the
      *    load that finds the days already sent to the ministry
      *    which a vendor has since restated, and sends them again.
      *    For each position date the latest pending or accepted
      *    MINDSPCH dispatch stands as what the ministry holds; every
      *    COVID19J line for that date journaled after the dispatch
      *    went out is a restatement it hasn't seen. The first such
      *    line's before image per country is the figure that was
      *    sent, COVID19X holds the figure now - when any country's
      *    confirmed or death figures differ, the whole day is
      *    resubmitted as a COV1961 envelope under the next sequence
      *    number, to its own file MINSUB.C + the sequence, with a
      *    'C' in the header and the sequence it replaces. The new
      *    envelope goes on MINDSPCH pending, naming the one it
      *    replaces, and the original is marked S (superseded) with
      *    the number that replaced it, so COV1962 stops chasing it.
      *    A day restated and then put back as it was is not sent
      *    again. The report lists every country and date that moved
      *    since dispatch, with the figure sent, the figure now and
      *    the change; the embargo rule (SUB0012) applies to the new
      *    envelope as it did to the first. Return code 4 when a
      *    table overflows or a position is withheld. A position the
      *    embargo register can't answer for is withheld ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19J-FILE       ASSIGN COVID19J
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19J-STATUS
           .
           SELECT   COVID19X-FILE       ASSIGN COVID19X
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CX-DATE-CODE
                    FILE STATUS         IS WS-COVID19X-STATUS
           .
           SELECT   MINDSPCH-FILE       ASSIGN MINDSPCH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS MD-SEQ-NO
                    FILE STATUS         IS WS-MINDSPCH-STATUS
           .
      *    ONE FILE PER CORRECTED ENVELOPE, NAMED FOR ITS SEQUENCE ***
           SELECT   MINSUB-FILE         ASSIGN DYNAMIC WS-MINSUB-DSN
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-MINSUB-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                   PIC X(132).
      *
       FD  COVID19J-FILE.
       COPY COVID19J REPLACING        ==:TAG1:== BY ==COVID19J==
                                      ==:TAG2:== BY ==JR==.
      *
       FD  COVID19X-FILE.
       COPY COVID19X REPLACING        ==:TAG1:== BY ==COVID19X==
                                      ==:TAG2:== BY ==CX==.
      *
       FD  MINDSPCH-FILE.
       COPY MINDSPCH REPLACING        ==:TAG1:== BY ==MINDSPCH==
                                      ==:TAG2:== BY ==MD==.
      *
       FD  MINSUB-FILE
           RECORDING MODE IS F
           .
       01  MINSUB-REC                  PIC X(80).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-COVID19J-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19X-STATUS       PIC 99 VALUE ZEROS.
           03 WS-MINDSPCH-STATUS       PIC 99 VALUE ZEROS.
           03 WS-MINSUB-STATUS         PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-FOUND-SW              PIC X VALUE 'N'.
            88 WS-FOUND                VALUE 'Y'.
           03 WS-ENVELOPE-ERR          PIC X VALUE 'N'.
            88 WS-ENVELOPE-BAD         VALUE 'Y'.
           03 WS-REGISTER-ERR          PIC X VALUE 'N'.
            88 WS-REGISTER-BAD         VALUE 'Y'.
      *
       01  WS-MINSUB-DSN               PIC X(40) VALUE SPACES.
       01  WS-SEQ-NO                   PIC 9(06) VALUE ZEROES.
       01  WS-POSITION-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-JR-STAMP.
           03 WS-JR-STAMP-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-JR-STAMP-TIME         PIC 9(06) VALUE ZEROES.
       01  WS-JR-STAMP-NUM REDEFINES WS-JR-STAMP
                                       PIC 9(14).
       01  WS-MD-STAMP.
           03 WS-MD-STAMP-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-MD-STAMP-TIME         PIC 9(06) VALUE ZEROES.
       01  WS-MD-STAMP-NUM REDEFINES WS-MD-STAMP
                                       PIC 9(14).
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
      *    THE DISPATCH STANDING FOR EACH POSITION DATE - THE LATEST
      *    PENDING OR ACCEPTED ONE, WHICH IS WHAT THE MINISTRY HOLDS.
      *    MOVED IS SET ONCE A COUNTRY'S FIGURES DIFFER FROM IT ***
       01  WS-DISPATCH-TABLE.
           03 WS-DT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DT-IDX.
              05 WS-DT-SEQ-NO          PIC 9(06).
              05 WS-DT-POSITION-DATE   PIC 9(08).
              05 WS-DT-STAMP           PIC 9(14).
              05 WS-DT-MOVED           PIC X(01).
              05 WS-DT-NEW-SEQ-NO      PIC 9(06).
       01  WS-DT-COUNT                 PIC 9(04) VALUE ZEROES.
      *
      *    ONE ENTRY PER DISPATCH AND COUNTRY RESTATED SINCE IT WENT
      *    OUT: THE FIGURES SENT (THE FIRST LATER JOURNAL LINE'S
      *    BEFORE IMAGE) AND THE FIGURES NOW ON COVID19X ***
       01  WS-CHANGE-TABLE.
           03 WS-CT-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-CT-IDX.
              05 WS-CT-DT-NO           PIC 9(04).
              05 WS-CT-CODE            PIC X(05).
              05 WS-CT-MOVED           PIC X(01).
              05 WS-CT-SENT-TOTAL-CONF PIC S9(09) COMP-3.
              05 WS-CT-SENT-NEW-CONF   PIC S9(09) COMP-3.
              05 WS-CT-SENT-TOTAL-DTHS PIC S9(09) COMP-3.
              05 WS-CT-SENT-NEW-DTHS   PIC S9(09) COMP-3.
              05 WS-CT-NOW-TOTAL-CONF  PIC S9(09) COMP-3.
              05 WS-CT-NOW-NEW-CONF    PIC S9(09) COMP-3.
              05 WS-CT-NOW-TOTAL-DTHS  PIC S9(09) COMP-3.
              05 WS-CT-NOW-NEW-DTHS    PIC S9(09) COMP-3.
       01  WS-CT-COUNT                 PIC 9(04) VALUE ZEROES.
       01  WS-DT-NO                    PIC 9(04) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-DISPATCHES-READ       PIC 9(06) VALUE ZEROES.
           03 WS-JOURNAL-READ          PIC 9(07) VALUE ZEROES.
           03 WS-RESTATEMENTS-MATCHED  PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRIES-MOVED       PIC 9(05) VALUE ZEROES.
           03 WS-ENVELOPES-WRITTEN     PIC 9(05) VALUE ZEROES.
           03 WS-TABLE-OVERFLOWS       PIC 9(05) VALUE ZEROES.
           03 WS-DETAILS-WRITTEN       PIC 9(07) VALUE ZEROES.
           03 WS-DETAILS-WITHHELD      PIC 9(07) VALUE ZEROES.
           03 WS-TOTAL-WITHHELD        PIC 9(07) VALUE ZEROES.
           03 WS-HASH-NEW-CONFIRMED    PIC S9(11) COMP-3 VALUE ZEROES.
      *
      *    PUBLICATION EMBARGO CHECK - SEE SUB0012 ***
       77  WS-EMB-PGM-NAME             PIC X(08) VALUE 'SUB0012'.
       77  WS-EMB-MODE                 PIC X(01) VALUE 'Q'.
       01  WS-EMB-KEY.
           03 WS-EMB-CODE              PIC X(05).
           03 WS-EMB-DATE              PIC 9(08).
       01  WS-EMB-ANSWER.
           03 WS-EMB-HELD              PIC X(01).
            88 WS-EMB-HELD-YES         VALUE 'Y'.
           03 WS-EMB-RELEASE-DATE      PIC 9(08).
           03 WS-EMB-RELEASE-TIME      PIC 9(04).
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==EMBCHK==.
      *
      *    THE MINISTRY'S FIXED ENVELOPE LAYOUTS, AS COV1961 WRITES
      *    THEM - THE HEADER'S SPARE BYTES CARRY THE CORRECTION
      *    MARK ***
       01  WS-SUB-HEADER.
           03 FILLER                   PIC X(01) VALUE 'H'.
           03 SH-SEQ-NO                PIC 9(06).
           03 SH-SENDER-ID             PIC X(08) VALUE 'COVID19 '.
           03 SH-POSITION-DATE         PIC 9(08).
           03 SH-CREATE-DATE           PIC 9(08).
           03 SH-CREATE-TIME           PIC 9(06).
      *    'C' = CORRECTED ENVELOPE REPLACING SH-REPLACES-SEQ; BOTH
      *    ARE BLANK ON AN ORIGINAL ***
           03 SH-SUB-TYPE              PIC X(01) VALUE 'C'.
           03 SH-REPLACES-SEQ          PIC 9(06).
           03 FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-SUB-DETAIL.
           03 FILLER                   PIC X(01) VALUE 'D'.
           03 SD-SEQ-NO                PIC 9(06).
           03 SD-CODE                  PIC X(05).
           03 SD-TOTAL-CONFIRMED       PIC 9(09).
           03 SD-NEW-CONFIRMED         PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           03 SD-TOTAL-DEATHS          PIC 9(09).
           03 SD-NEW-DEATHS            PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
      *    'P' = PROVISIONAL ESTIMATE, SPACE = REPORTED FIGURE ***
           03 SD-STATUS                PIC X(01) VALUE SPACE.
           03 FILLER                   PIC X(29) VALUE SPACES.
      *
       01  WS-SUB-TRAILER.
           03 FILLER                   PIC X(01) VALUE 'T'.
           03 ST-SEQ-NO                PIC 9(06).
           03 ST-DETAIL-COUNT          PIC 9(07).
           03 ST-HASH-NEW-CONFIRMED    PIC S9(11)
                                        SIGN IS LEADING SEPARATE.
           03 FILLER                   PIC X(54) VALUE SPACES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2037'.
           03 FILLER                   PIC X(50) VALUE
                '*** MINISTRY CORRECTED RESUBMISSIONS *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'POSITION'.
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(08) VALUE 'SENT NO'.
           03 FILLER                   PIC X(08) VALUE 'NEW NO'.
           03 FILLER                   PIC X(12) VALUE
                'TOT CNF SENT'.
           03 FILLER                   PIC X(12) VALUE
                ' TOT CNF NOW'.
           03 FILLER                   PIC X(13) VALUE
                '   CHANGE'.
           03 FILLER                   PIC X(13) VALUE
                ' NEW CNF CHG'.
           03 FILLER                   PIC X(12) VALUE
                ' TOT DTH NOW'.
           03 FILLER                   PIC X(13) VALUE
                '   CHANGE'.
           03 FILLER                   PIC X(13) VALUE
                ' NEW DTH CHG'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-POSITION-O            PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-SEQ-NO-O              PIC 9(06).
           03 FILLER                   PIC X(02).
           03 D1-NEW-SEQ-NO-O          PIC 9(06).
           03 FILLER                   PIC X(02).
           03 D1-SENT-TOTAL-CONF-O     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-NOW-TOTAL-CONF-O      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-CHG-TOTAL-CONF-O      PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-CHG-NEW-CONF-O        PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-NOW-TOTAL-DTHS-O      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-CHG-TOTAL-DTHS-O      PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 D1-CHG-NEW-DTHS-O        PIC -ZZZ,ZZZ,ZZ9.
      *
       01  WS-WORK-CHANGE              PIC S9(09) COMP-3 VALUE ZEROES.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STANDING-DISPATCHES
           PERFORM MATCH-RESTATEMENTS
           PERFORM MEASURE-MOVEMENT
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-COUNT
              IF WS-DT-MOVED (WS-DT-IDX) = 'Y'
                 PERFORM RESUBMIT-ONE-DAY
              END-IF
           END-PERFORM
           PERFORM WRITE-REPORT
           MOVE 'C'                    TO WS-EMB-MODE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
           DISPLAY 'MINDSPCH dispatches STANDING: ' WS-DT-COUNT
           DISPLAY 'COVID19J lines READ: '       WS-JOURNAL-READ
           DISPLAY 'Restatements since DISPATCH: '
                                               WS-RESTATEMENTS-MATCHED
           DISPLAY 'Countries MOVED since dispatch: '
                                               WS-COUNTRIES-MOVED
           DISPLAY 'Corrected envelopes WRITTEN: '
                                               WS-ENVELOPES-WRITTEN
           DISPLAY 'Countries WITHHELD under embargo: '
                                               WS-TOTAL-WITHHELD
           IF WS-TABLE-OVERFLOWS > ZERO
              DISPLAY '*** Table OVERFLOWS - restatements not all '
                      'matched: ' WS-TABLE-OVERFLOWS
              IF RETURN-CODE < 4
                 MOVE 4                TO RETURN-CODE
              END-IF
           END-IF
           IF WS-TOTAL-WITHHELD > ZERO AND RETURN-CODE < 4
              MOVE 4                   TO RETURN-CODE
           END-IF
           CLOSE COVID19X-FILE MINDSPCH-FILE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT COVID19X-FILE
           IF WS-COVID19X-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19X-FILE-STATUS: '
                          WS-COVID19X-STATUS
                      ' - run COV1922 if the mirror is missing'
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN I-O MINDSPCH-FILE
           IF WS-MINDSPCH-STATUS NOT = ZERO
              OPEN OUTPUT MINDSPCH-FILE
              IF WS-MINDSPCH-STATUS = ZERO
                 CLOSE MINDSPCH-FILE
                 OPEN I-O MINDSPCH-FILE
              END-IF
           END-IF
           IF WS-MINDSPCH-STATUS > 0
              DISPLAY '*** ERROR OPENING MINDSPCH-FILE-STATUS: '
                          WS-MINDSPCH-STATUS
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
      *    A FORWARD WALK OF THE REGISTER IS IN SEQUENCE ORDER, SO A
      *    LATER DISPATCH FOR THE SAME DATE REPLACES THE EARLIER ONE
      *    IN THE TABLE. THE LAST NUMBER SEEN IS THE HIGHEST ***
       LOAD-STANDING-DISPATCHES.
           MOVE 'N'                    TO WS-LAST-REC
           MOVE ZEROS                   TO MD-SEQ-NO
           START MINDSPCH-FILE KEY IS NOT LESS THAN MD-SEQ-NO
              INVALID KEY
                 MOVE 'Y'              TO WS-LAST-REC
           END-START
           PERFORM UNTIL WS-LAST-REC-YES
              READ MINDSPCH-FILE NEXT RECORD
                 AT END MOVE 'Y'       TO WS-LAST-REC
                 NOT AT END
                    ADD 1              TO WS-DISPATCHES-READ
                    MOVE MD-SEQ-NO     TO WS-SEQ-NO
                    IF MD-PENDING OR MD-ACCEPTED
                       PERFORM KEEP-STANDING-DISPATCH
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       KEEP-STANDING-DISPATCH.
           MOVE MD-RUN-DATE            TO WS-MD-STAMP-DATE
           MOVE MD-RUN-TIME            TO WS-MD-STAMP-TIME
           MOVE 'N'                    TO WS-FOUND-SW
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-COUNT OR WS-FOUND
              IF WS-DT-POSITION-DATE (WS-DT-IDX) = MD-POSITION-DATE
                 MOVE 'Y'              TO WS-FOUND-SW
                 MOVE MD-SEQ-NO        TO WS-DT-SEQ-NO (WS-DT-IDX)
                 MOVE WS-MD-STAMP-NUM  TO WS-DT-STAMP (WS-DT-IDX)
              END-IF
           END-PERFORM
           IF WS-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-DT-COUNT >= 500
              ADD 1                    TO WS-TABLE-OVERFLOWS
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-DT-COUNT
           SET WS-DT-IDX               TO WS-DT-COUNT
           MOVE MD-SEQ-NO              TO WS-DT-SEQ-NO (WS-DT-IDX)
           MOVE MD-POSITION-DATE
                                  TO WS-DT-POSITION-DATE (WS-DT-IDX)
           MOVE WS-MD-STAMP-NUM        TO WS-DT-STAMP (WS-DT-IDX)
           MOVE 'N'                    TO WS-DT-MOVED (WS-DT-IDX)
           MOVE ZEROS                   TO WS-DT-NEW-SEQ-NO (WS-DT-IDX)
           .
      *
      *    ONE PASS OF THE JOURNAL. IT IS WRITTEN IN TIME ORDER, SO
      *    THE FIRST LINE AFTER A DISPATCH FOR A COUNTRY CARRIES, AS
      *    ITS BEFORE IMAGE, THE FIGURE THE DISPATCH SENT. NO JOURNAL
      *    MEANS NOTHING HAS BEEN RESTATED ***
       MATCH-RESTATEMENTS.
           IF WS-DT-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** No COVID19J journal, status: '
                          WS-COVID19J-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19J-FILE
                 AT END MOVE 'Y'       TO WS-LAST-REC
                 NOT AT END
                    ADD 1              TO WS-JOURNAL-READ
                    IF JR-DATE NUMERIC AND JR-RUN-DATE NUMERIC
                       AND JR-RUN-TIME NUMERIC
                       PERFORM MATCH-ONE-JOURNAL-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COVID19J-FILE
           .
      *
       MATCH-ONE-JOURNAL-LINE.
           MOVE JR-RUN-DATE            TO WS-JR-STAMP-DATE
           MOVE JR-RUN-TIME            TO WS-JR-STAMP-TIME
           MOVE 'N'                    TO WS-FOUND-SW
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-COUNT OR WS-FOUND
              IF WS-DT-POSITION-DATE (WS-DT-IDX) = JR-DATE
                 MOVE 'Y'              TO WS-FOUND-SW
                 SET WS-DT-NO          TO WS-DT-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-JR-STAMP-NUM NOT > WS-DT-STAMP (WS-DT-NO)
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-RESTATEMENTS-MATCHED
      *    ALREADY HAVE THE FIGURE SENT FOR THIS COUNTRY? ***
           MOVE 'N'                    TO WS-FOUND-SW
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-FOUND
              IF WS-CT-DT-NO (WS-CT-IDX) = WS-DT-NO AND
                 WS-CT-CODE (WS-CT-IDX) = JR-CODE
                 MOVE 'Y'              TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-CT-COUNT >= 3000
              ADD 1                    TO WS-TABLE-OVERFLOWS
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-CT-COUNT
           SET WS-CT-IDX               TO WS-CT-COUNT
           MOVE WS-DT-NO               TO WS-CT-DT-NO (WS-CT-IDX)
           MOVE JR-CODE                TO WS-CT-CODE (WS-CT-IDX)
           MOVE 'N'                    TO WS-CT-MOVED (WS-CT-IDX)
           MOVE JR-BEF-TOTAL-CONFIRMED
                                  TO WS-CT-SENT-TOTAL-CONF (WS-CT-IDX)
           MOVE JR-BEF-NEW-CONFIRMED
                                  TO WS-CT-SENT-NEW-CONF (WS-CT-IDX)
           MOVE JR-BEF-TOTAL-DEATHS
                                  TO WS-CT-SENT-TOTAL-DTHS (WS-CT-IDX)
           MOVE JR-BEF-NEW-DEATHS
                                  TO WS-CT-SENT-NEW-DTHS (WS-CT-IDX)
           .
      *
      *    THE FIGURE NOW STANDING ON THE MIRROR - A POSITION SINCE
      *    REMOVED COUNTS AS ZERO. ONLY THE FIGURES THE ENVELOPE
      *    CARRIES ARE COMPARED ***
       MEASURE-MOVEMENT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              SET WS-DT-IDX            TO WS-CT-DT-NO (WS-CT-IDX)
              MOVE WS-DT-POSITION-DATE (WS-DT-IDX) TO CX-DATE
              MOVE WS-CT-CODE (WS-CT-IDX)         TO CX-CODE
              READ COVID19X-FILE
                 INVALID KEY
                    MOVE ZEROS         TO CX-TOTAL-CONFIRMED
                                          CX-NEW-CONFIRMED
                                          CX-TOTAL-DEATHS
                                          CX-NEW-DEATHS
              END-READ
              MOVE CX-TOTAL-CONFIRMED
                                  TO WS-CT-NOW-TOTAL-CONF (WS-CT-IDX)
              MOVE CX-NEW-CONFIRMED
                                  TO WS-CT-NOW-NEW-CONF (WS-CT-IDX)
              MOVE CX-TOTAL-DEATHS
                                  TO WS-CT-NOW-TOTAL-DTHS (WS-CT-IDX)
              MOVE CX-NEW-DEATHS
                                  TO WS-CT-NOW-NEW-DTHS (WS-CT-IDX)
              IF WS-CT-NOW-TOTAL-CONF (WS-CT-IDX) NOT =
                    WS-CT-SENT-TOTAL-CONF (WS-CT-IDX) OR
                 WS-CT-NOW-NEW-CONF (WS-CT-IDX) NOT =
                    WS-CT-SENT-NEW-CONF (WS-CT-IDX) OR
                 WS-CT-NOW-TOTAL-DTHS (WS-CT-IDX) NOT =
                    WS-CT-SENT-TOTAL-DTHS (WS-CT-IDX) OR
                 WS-CT-NOW-NEW-DTHS (WS-CT-IDX) NOT =
                    WS-CT-SENT-NEW-DTHS (WS-CT-IDX)
                 MOVE 'Y'              TO WS-CT-MOVED (WS-CT-IDX)
                                          WS-DT-MOVED (WS-DT-IDX)
                 ADD 1                 TO WS-COUNTRIES-MOVED
              END-IF
           END-PERFORM
           .
      *
      *    THE WHOLE DAY GOES AGAIN UNDER THE NEXT NUMBER, THEN THE
      *    REGISTER RECORDS WHICH ENVELOPE REPLACED WHICH. IF THE
      *    ENVELOPE CAN'T BE WRITTEN WHOLE, OR ITS REGISTER RECORD
      *    CAN'T BE ADDED, THE ORIGINAL STANDS ***
       RESUBMIT-ONE-DAY.
           ADD 1                       TO WS-SEQ-NO
           MOVE WS-DT-POSITION-DATE (WS-DT-IDX) TO WS-POSITION-DATE
           MOVE SPACES                 TO WS-MINSUB-DSN
           STRING 'MINSUB.C'           DELIMITED BY SIZE
                  WS-SEQ-NO            DELIMITED BY SIZE
               INTO WS-MINSUB-DSN
           END-STRING
           MOVE 'N'                    TO WS-ENVELOPE-ERR
           OPEN OUTPUT MINSUB-FILE
           IF WS-MINSUB-STATUS > 0
              DISPLAY '*** ERROR OPENING ' WS-MINSUB-DSN ' STATUS: '
                          WS-MINSUB-STATUS
              MOVE 16                  TO RETURN-CODE
              SUBTRACT 1             FROM WS-SEQ-NO
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                   TO WS-DETAILS-WRITTEN
                                          WS-DETAILS-WITHHELD
                                          WS-HASH-NEW-CONFIRMED
           PERFORM WRITE-SUB-HEADER
           PERFORM WRITE-POSITION-DETAILS
           PERFORM WRITE-SUB-TRAILER
           CLOSE MINSUB-FILE
           IF WS-ENVELOPE-BAD
              DISPLAY '*** ' WS-MINSUB-DSN ' NOT WRITTEN WHOLE - '
                      WS-POSITION-DATE ' KEEPS ENVELOPE '
                      WS-DT-SEQ-NO (WS-DT-IDX)
              MOVE 16                  TO RETURN-CODE
              SUBTRACT 1             FROM WS-SEQ-NO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQ-NO              TO WS-DT-NEW-SEQ-NO (WS-DT-IDX)
           ADD 1                       TO WS-ENVELOPES-WRITTEN
           ADD WS-DETAILS-WITHHELD     TO WS-TOTAL-WITHHELD
           DISPLAY '*** Corrected envelope ' WS-SEQ-NO ' for '
                   WS-POSITION-DATE ' replaces '
                   WS-DT-SEQ-NO (WS-DT-IDX) ' - file ' WS-MINSUB-DSN
           PERFORM REGISTER-CORRECTED-DISPATCH
           IF NOT WS-REGISTER-BAD
              PERFORM MARK-ORIGINAL-SUPERSEDED
           END-IF
           .
      *
       WRITE-SUB-HEADER.
           MOVE WS-SEQ-NO              TO SH-SEQ-NO
           MOVE WS-POSITION-DATE       TO SH-POSITION-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SH-CREATE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SH-CREATE-TIME
           MOVE WS-DT-SEQ-NO (WS-DT-IDX) TO SH-REPLACES-SEQ
           MOVE WS-SUB-HEADER          TO MINSUB-REC
           WRITE MINSUB-REC
           PERFORM CHECK-MINSUB-WRITE
           .
      *
      *    THE SAME DAY READ COV1961 MAKES, OFF THE DATE-MAJOR
      *    MIRROR ***
       WRITE-POSITION-DETAILS.
           MOVE 'N'                    TO WS-LAST-REC
           MOVE WS-POSITION-DATE       TO CX-DATE
           MOVE LOW-VALUES             TO CX-CODE
           START COVID19X-FILE KEY IS NOT LESS THAN CX-DATE-CODE
              INVALID KEY
                 MOVE 'Y'              TO WS-LAST-REC
           END-START
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19X-FILE NEXT RECORD
                 AT END MOVE 'Y'       TO WS-LAST-REC
              END-READ
              IF NOT WS-LAST-REC-YES
                 IF CX-DATE NOT = WS-POSITION-DATE
                    MOVE 'Y'           TO WS-LAST-REC
                 ELSE
                    PERFORM CHECK-EMBARGO
                    IF NOT WS-EMB-HELD-YES
                       PERFORM WRITE-ONE-DETAIL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       CHECK-EMBARGO.
           MOVE 'Q'                    TO WS-EMB-MODE
           MOVE CX-CODE                TO WS-EMB-CODE
           MOVE CX-DATE                TO WS-EMB-DATE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
      *    A REGISTER THAT CAN'T ANSWER HOLDS THE DAY BACK ***
           IF NOT WS-EMBCHK-OK
              MOVE 'Y'                 TO WS-EMB-HELD
              DISPLAY '*** Embargo check FAILED - held: '
                          WS-EMB-CODE ' ' WS-EMB-DATE ' '
                          WS-EMBCHK-MESSAGE
           END-IF
           IF WS-EMB-HELD-YES
              ADD 1                    TO WS-DETAILS-WITHHELD
              DISPLAY '*** Withheld under embargo: ' CX-CODE ' '
                          CX-DATE ' until ' WS-EMB-RELEASE-DATE ' '
                          WS-EMB-RELEASE-TIME
           END-IF
           .
      *
       WRITE-ONE-DETAIL.
           MOVE WS-SEQ-NO              TO SD-SEQ-NO
           MOVE CX-CODE                TO SD-CODE
           MOVE CX-TOTAL-CONFIRMED     TO SD-TOTAL-CONFIRMED
           MOVE CX-NEW-CONFIRMED       TO SD-NEW-CONFIRMED
           MOVE CX-TOTAL-DEATHS        TO SD-TOTAL-DEATHS
           MOVE CX-NEW-DEATHS          TO SD-NEW-DEATHS
           IF CX-IS-PROVISIONAL
              MOVE 'P'                 TO SD-STATUS
           ELSE
              MOVE SPACE               TO SD-STATUS
           END-IF
           MOVE WS-SUB-DETAIL          TO MINSUB-REC
           WRITE MINSUB-REC
           PERFORM CHECK-MINSUB-WRITE
           ADD 1                       TO WS-DETAILS-WRITTEN
           ADD CX-NEW-CONFIRMED        TO WS-HASH-NEW-CONFIRMED
           .
      *
       WRITE-SUB-TRAILER.
           MOVE WS-SEQ-NO              TO ST-SEQ-NO
           MOVE WS-DETAILS-WRITTEN     TO ST-DETAIL-COUNT
           MOVE WS-HASH-NEW-CONFIRMED  TO ST-HASH-NEW-CONFIRMED
           MOVE WS-SUB-TRAILER         TO MINSUB-REC
           WRITE MINSUB-REC
           PERFORM CHECK-MINSUB-WRITE
           .
      *
       CHECK-MINSUB-WRITE.
           IF WS-MINSUB-STATUS > 0
              DISPLAY '*** ERROR WRITING ' WS-MINSUB-DSN ' STATUS: '
                          WS-MINSUB-STATUS
              MOVE 'Y'                 TO WS-ENVELOPE-ERR
           END-IF
           .
      *
       REGISTER-CORRECTED-DISPATCH.
           MOVE WS-SEQ-NO              TO MD-SEQ-NO
           MOVE FUNCTION CURRENT-DATE (1:8) TO MD-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO MD-RUN-TIME
           MOVE WS-POSITION-DATE       TO MD-POSITION-DATE
           MOVE WS-DETAILS-WRITTEN     TO MD-RECORD-COUNT
           MOVE 'P'                    TO MD-STATUS
           MOVE ZEROS                   TO MD-ACK-DATE
                                          MD-SUPERSEDED-BY
           MOVE SPACES                 TO MD-ACK-CODE
           MOVE WS-DT-SEQ-NO (WS-DT-IDX) TO MD-REPLACES-SEQ
           MOVE 'N'                    TO WS-REGISTER-ERR
           WRITE MINDSPCH-REC
              INVALID KEY
                 MOVE 'Y'              TO WS-REGISTER-ERR
                 DISPLAY '*** Error WRITE MINDSPCH for seq: '
                         WS-SEQ-NO ' status: ' WS-MINDSPCH-STATUS
                 MOVE 16               TO RETURN-CODE
           END-WRITE
           .
      *
       MARK-ORIGINAL-SUPERSEDED.
           MOVE WS-DT-SEQ-NO (WS-DT-IDX) TO MD-SEQ-NO
           READ MINDSPCH-FILE
              INVALID KEY
                 DISPLAY '*** Error READ MINDSPCH for seq: '
                         MD-SEQ-NO ' status: ' WS-MINDSPCH-STATUS
                 MOVE 16               TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           MOVE 'S'                    TO MD-STATUS
           MOVE WS-SEQ-NO              TO MD-SUPERSEDED-BY
           REWRITE MINDSPCH-REC
              INVALID KEY
                 DISPLAY '*** Error REWRITE MINDSPCH for seq: '
                         MD-SEQ-NO ' status: ' WS-MINDSPCH-STATUS
                 MOVE 16               TO RETURN-CODE
           END-REWRITE
           .
      *
      *    EVERY COUNTRY THAT MOVED, DAY BY DAY ***
       WRITE-REPORT.
           IF WS-COUNTRIES-MOVED = ZERO
              MOVE SPACES              TO PRINT-REC
              MOVE '  NO DAY SENT TO THE MINISTRY HAS MOVED SINCE DISPA
      -            'TCH' TO PRINT-REC
              WRITE PRINT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-MOVED (WS-CT-IDX) = 'Y'
                 PERFORM WRITE-ONE-CHANGE
              END-IF
           END-PERFORM
           .
      *
       WRITE-ONE-CHANGE.
           SET WS-DT-IDX               TO WS-CT-DT-NO (WS-CT-IDX)
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-DT-POSITION-DATE (WS-DT-IDX) TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO D1-POSITION-O
           MOVE WS-CT-CODE (WS-CT-IDX) TO D1-CODE-O
           MOVE WS-DT-SEQ-NO (WS-DT-IDX) TO D1-SEQ-NO-O
           MOVE WS-DT-NEW-SEQ-NO (WS-DT-IDX) TO D1-NEW-SEQ-NO-O
           MOVE WS-CT-SENT-TOTAL-CONF (WS-CT-IDX)
                                       TO D1-SENT-TOTAL-CONF-O
           MOVE WS-CT-NOW-TOTAL-CONF (WS-CT-IDX)
                                       TO D1-NOW-TOTAL-CONF-O
           COMPUTE WS-WORK-CHANGE = WS-CT-NOW-TOTAL-CONF (WS-CT-IDX)
                                  - WS-CT-SENT-TOTAL-CONF (WS-CT-IDX)
           MOVE WS-WORK-CHANGE         TO D1-CHG-TOTAL-CONF-O
           COMPUTE WS-WORK-CHANGE = WS-CT-NOW-NEW-CONF (WS-CT-IDX)
                                  - WS-CT-SENT-NEW-CONF (WS-CT-IDX)
           MOVE WS-WORK-CHANGE         TO D1-CHG-NEW-CONF-O
           MOVE WS-CT-NOW-TOTAL-DTHS (WS-CT-IDX)
                                       TO D1-NOW-TOTAL-DTHS-O
           COMPUTE WS-WORK-CHANGE = WS-CT-NOW-TOTAL-DTHS (WS-CT-IDX)
                                  - WS-CT-SENT-TOTAL-DTHS (WS-CT-IDX)
           MOVE WS-WORK-CHANGE         TO D1-CHG-TOTAL-DTHS-O
           COMPUTE WS-WORK-CHANGE = WS-CT-NOW-NEW-DTHS (WS-CT-IDX)
                                  - WS-CT-SENT-NEW-DTHS (WS-CT-IDX)
           MOVE WS-WORK-CHANGE         TO D1-CHG-NEW-DTHS-O
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
