      *=========================
       IDENTIFICATION DIVISION.
      *=========================
       PROGRAM-ID.     SUB0016.
       AUTHOR.         GEORGES BARRETO.
      *    Called legal-hold check against the LEGLHOLD register, in
      *    the SUB0012 style, so every job that archives, purges,
      *    merges or expires data asks the same question the same
      *    way before it touches a record. The caller passes the
      *    file class (D = COVID19D/COVID19DH figures, E = rejects
      *    and logs, B = backup generations), a C-CODE and a date;
      *    LS-HOLD-HELD comes back 'Y' when a hold in force covers
      *    that class and that country (its own or an 'ALL' hold)
      *    on that date, with the first such hold's reference in
      *    LS-HOLD-REF. A blank code asks about any country - for a
      *    line that belongs to no one country, such as a load's
      *    audit line.
      *    LS-MODE:
      *      'Q' query one CLASS + CODE + DATE
      *      'G' query a backup generation taken on the date: every
      *          generation holds every country, so it is held by
      *          any hold on the class whose period had begun by then
      *      'C' close (end of the caller's run)
      *    The holds in force are read into storage on the first
      *    query, once a run. An environment with no LEGLHOLD file
      *    (status 35) has nothing on hold; a register that is there
      *    but can't be opened or read through is an error, never
      *    "nothing held", so the caller stops. Same LS-RESULT-INFO
      *    handshake ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT LEGLHOLD-FILE  ASSIGN LEGLHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS LH-REF
              FILE STATUS  IS WS-LEGLHOLD-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  LEGLHOLD-FILE.
       COPY LEGLHOLD REPLACING ==:TAG1:== BY ==LEGLHOLD==
                               ==:TAG2:== BY ==LH==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-LEGLHOLD-STATUS      PIC 99 VALUE ZEROS.
       01  FLAGS.
      *    N = NOT YET LOADED, Y = LOADED (POSSIBLY EMPTY) ***
           03 WS-TABLE-STATE       PIC X VALUE 'N'.
              88 WS-TABLE-NOT-LOADED VALUE 'N'.
              88 WS-TABLE-LOADED   VALUE 'Y'.
           03 WS-LEGLHOLD-EOF      PIC X VALUE 'N'.
              88 WS-LEGLHOLD-EOF-OK VALUE 'Y'.
      *
      *    THE HOLDS IN FORCE - A REGISTER OF LEGAL REQUESTS, NOT OF
      *    DATA, SO A FEW HUNDRED IS ROOM TO SPARE ***
       01  WS-HOLD-TABLE.
           03 WS-HT-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-HT-IDX.
              05 WS-HT-REF         PIC X(12).
              05 WS-HT-CODE        PIC X(05).
              05 WS-HT-FROM-DATE   PIC 9(08).
              05 WS-HT-TO-DATE     PIC 9(08).
              05 WS-HT-COVER-DAILY   PIC X(01).
              05 WS-HT-COVER-REJECTS PIC X(01).
              05 WS-HT-COVER-BACKUPS PIC X(01).
       01  WS-HT-COUNT             PIC 9(03) VALUE ZEROS.
       01  WS-HT-COVERS            PIC X(01) VALUE SPACE.
      *-------------------------
       LINKAGE SECTION.
      *-------------------------
       77  LS-MODE                 PIC X(01).
       01  LS-HOLD-KEY.
      *    D = DAILY FIGURES, E = REJECTS AND LOGS, B = BACKUPS ***
           03 LS-HOLD-CLASS        PIC X(01).
           03 LS-HOLD-CODE         PIC X(05).
           03 LS-HOLD-DATE         PIC 9(08).
       01  LS-HOLD-ANSWER.
           03 LS-HOLD-HELD         PIC X(01).
              88 LS-HOLD-HELD-YES  VALUE 'Y'.
           03 LS-HOLD-REF          PIC X(12).
       01  LS-RESULT-INFO.
           03 LS-RESULT            PIC X.
              88 LS-RESULT-OK      VALUE 'Y'.
              88 LS-RESULT-NO-OK   VALUE 'N'.
           03 LS-RESULT-CODE       PIC XX.
           03 LS-RESULT-MESSAGE    PIC X(30).
      *=========================
       PROCEDURE DIVISION USING LS-MODE, LS-HOLD-KEY, LS-HOLD-ANSWER,
              LS-RESULT-INFO.
      *=========================
       MAIN.
           MOVE 'Y'                 TO LS-RESULT
           MOVE SPACES              TO LS-RESULT-CODE
                                        LS-RESULT-MESSAGE
           EVALUATE LS-MODE
              WHEN 'Q'
              WHEN 'G'
                 PERFORM QUERY-HOLD
              WHEN 'C'
                 MOVE 'N'           TO WS-TABLE-STATE
                 MOVE ZEROS         TO WS-HT-COUNT
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
      *    EVERY HOLD IN FORCE, RELEASED ONES LEFT BEHIND ***
       LOAD-HOLD-TABLE.
           MOVE 'Y'                 TO WS-TABLE-STATE
           MOVE ZEROS               TO WS-HT-COUNT
           OPEN INPUT LEGLHOLD-FILE
           IF WS-LEGLHOLD-STATUS = 35
              DISPLAY '*** SUB0016 no LEGLHOLD register, status: '
                          WS-LEGLHOLD-STATUS ' - nothing on hold'
              EXIT PARAGRAPH
           END-IF
           IF WS-LEGLHOLD-STATUS NOT = ZERO
              DISPLAY '*** SUB0016 ERROR OPENING LEGLHOLD, STATUS: '
                          WS-LEGLHOLD-STATUS
              MOVE 'N'              TO LS-RESULT
              MOVE 'OP'             TO LS-RESULT-CODE
              MOVE 'LEGLHOLD open failed'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                 TO WS-LEGLHOLD-EOF
           PERFORM UNTIL WS-LEGLHOLD-EOF-OK
              READ LEGLHOLD-FILE
                 AT END
                    MOVE 'Y'        TO WS-LEGLHOLD-EOF
                 NOT AT END
                    IF LH-IN-FORCE
                       PERFORM ADD-HOLD-ENTRY
                    END-IF
              END-READ
      *       A REGISTER READ ONLY PART WAY MUST NOT PASS FOR WHOLE ***
              IF WS-LEGLHOLD-STATUS NOT = ZERO AND
                 WS-LEGLHOLD-STATUS NOT = 10
                 DISPLAY '*** SUB0016 ERROR READING LEGLHOLD, STATUS: '
                             WS-LEGLHOLD-STATUS
                 CLOSE LEGLHOLD-FILE
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'IO'          TO LS-RESULT-CODE
                 MOVE 'LEGLHOLD read failed'
                                    TO LS-RESULT-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           CLOSE LEGLHOLD-FILE
           .
      *
      *    A REGISTER TOO BIG FOR THE TABLE MUST NOT LET A HOLD GO
      *    UNHONOURED - THE CALLER IS TOLD, AND STOPS ***
       ADD-HOLD-ENTRY.
           IF WS-HT-COUNT >= 300
              DISPLAY '*** SUB0016 hold table FULL - not loaded: '
                          LH-REF
              MOVE 'N'              TO LS-RESULT
              MOVE 'TF'             TO LS-RESULT-CODE
              MOVE 'Hold table full' TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-HT-COUNT
           SET WS-HT-IDX            TO WS-HT-COUNT
           MOVE LH-REF              TO WS-HT-REF (WS-HT-IDX)
           MOVE LH-CODE             TO WS-HT-CODE (WS-HT-IDX)
           MOVE LH-FROM-DATE        TO WS-HT-FROM-DATE (WS-HT-IDX)
           MOVE LH-TO-DATE          TO WS-HT-TO-DATE (WS-HT-IDX)
           MOVE LH-COVER-DAILY      TO WS-HT-COVER-DAILY (WS-HT-IDX)
           MOVE LH-COVER-REJECTS
                                TO WS-HT-COVER-REJECTS (WS-HT-IDX)
           MOVE LH-COVER-BACKUPS
                                TO WS-HT-COVER-BACKUPS (WS-HT-IDX)
           .
      *
       QUERY-HOLD.
           MOVE 'N'                 TO LS-HOLD-HELD
           MOVE SPACES              TO LS-HOLD-REF
           IF WS-TABLE-NOT-LOADED
              PERFORM LOAD-HOLD-TABLE
              IF NOT LS-RESULT-OK
                 MOVE 'N'           TO WS-TABLE-STATE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
              UNTIL WS-HT-IDX > WS-HT-COUNT OR LS-HOLD-HELD-YES
              PERFORM CHECK-ONE-HOLD
           END-PERFORM
           .
      *
       CHECK-ONE-HOLD.
           EVALUATE LS-HOLD-CLASS
              WHEN 'D'
                 MOVE WS-HT-COVER-DAILY (WS-HT-IDX)   TO WS-HT-COVERS
              WHEN 'E'
                 MOVE WS-HT-COVER-REJECTS (WS-HT-IDX) TO WS-HT-COVERS
              WHEN 'B'
                 MOVE WS-HT-COVER-BACKUPS (WS-HT-IDX) TO WS-HT-COVERS
              WHEN OTHER
                 MOVE 'N'                             TO WS-HT-COVERS
           END-EVALUATE
           IF WS-HT-COVERS NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF WS-HT-FROM-DATE (WS-HT-IDX) > LS-HOLD-DATE
              EXIT PARAGRAPH
           END-IF
      *    A RECORD MUST FALL INSIDE THE PERIOD AND BELONG TO THE
      *    COUNTRY; A GENERATION TAKEN ONCE THE PERIOD HAS BEGUN
      *    CARRIES SOME OF IT, WHATEVER THE COUNTRY ***
           IF LS-MODE = 'Q'
              IF WS-HT-TO-DATE (WS-HT-IDX) > ZERO AND
                 WS-HT-TO-DATE (WS-HT-IDX) < LS-HOLD-DATE
                 EXIT PARAGRAPH
              END-IF
              IF LS-HOLD-CODE NOT = SPACES AND
                 WS-HT-CODE (WS-HT-IDX) NOT = 'ALL' AND
                 WS-HT-CODE (WS-HT-IDX) NOT = LS-HOLD-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 'Y'                 TO LS-HOLD-HELD
           MOVE WS-HT-REF (WS-HT-IDX) TO LS-HOLD-REF
           .
      *
