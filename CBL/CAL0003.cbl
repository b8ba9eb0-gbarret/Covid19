      *    Interactive inquiry driver for SUB0004, the COVID19D
      *    access module - answers "what were France's figures on
      *    March 3rd" from a terminal instead of a report job, the
      *    way CAL0002 fronts SUB0002 for COUNTRYS. Asked at the
      *    start, it reads through SUB0008 instead so days already
      *    purged to the COVID19DH archive can be answered too.
      *    Every lookup is written to the INQLOG access log via
      *    SUB0010 under the signed-on operator. Lookups read the
      *    COV2034 inquiry snapshot when its stamp is complete, so
      *    they never wait on the batch lock, and every answer shows
      *    the time the data is as of; with no complete stamp the
      *    access module is put back on the live file ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT INQSNAP-FILE   ASSIGN INQSNAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INQSNAP-FILE-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  INQSNAP-FILE.
       COPY INQSNAP REPLACING ==:TAG1:== BY ==INQSNAP==
                              ==:TAG2:== BY ==IS==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-SUB-PGM              PIC X(08) VALUE 'SUB0004'.
       77  WS-SUB-MODE             PIC X(01) VALUE 'E'.
      *
      *    LOOKUPS READ THE COV2034 INQUIRY COPIES WHEN ITS INQSNAP
      *    STAMP SAYS THE LAST SNAPSHOT IS WHOLE; EVERY ANSWER SHOWS
      *    WHICH DATA IT CAME FROM ***
       77  WS-INQSNAP-FILE-STATUS  PIC 99 VALUE ZEROS.
       77  WS-INQ-MODE             PIC X(01) VALUE 'I'.
       77  WS-LIVE-MODE            PIC X(01) VALUE 'R'.
       77  WS-AS-OF-TEXT           PIC X(40) VALUE SPACES.
       77  WS-RANGE-END-DATE       PIC 9(08) VALUE ZEROES.
       77  WS-ARCHIVE-PGM          PIC X(08) VALUE 'SUB0008'.
       77  WS-WITH-ARCHIVE         PIC X VALUE 'N'.
           88 WS-WITH-ARCHIVE-YES  VALUE 'Y' 'y'.
      *
       77  WS-LOG-PGM              PIC X(08) VALUE 'SUB0010'.
       77  WS-LOG-FUNCTION         PIC X(01) VALUE SPACE.
       77  WS-OPER-ID              PIC X(08) VALUE SPACES.
       COPY CALLSTUS REPLACING ==:RESULT:== BY ==LOG==.
       COPY INQLOG REPLACING   ==:TAG1:== BY ==WS-INQLOG==
                               ==:TAG2:== BY ==WS-IL==.
      *
       77  WS-CONTINUE             PIC X VALUE 'Y'.
           88 WS-CONTINUE-YES      VALUE 'Y' 'y'.
       PROCEDURE DIVISION.
      *=========================
       MAIN.
           PERFORM SIGN-ON-CHECK
           DISPLAY 'Include days purged to the archive? (Y/N): '
           ACCEPT WS-WITH-ARCHIVE
           IF WS-WITH-ARCHIVE-YES
              MOVE WS-ARCHIVE-PGM   TO WS-SUB-PGM
           END-IF
           PERFORM SNAPSHOT-CHECK
           PERFORM UNTIL NOT WS-CONTINUE-YES
              PERFORM PROMPT-AND-LOOKUP
           END-PERFORM
           CALL WS-SUB-PGM
              USING WS-LOOKUP-KEY, WS-COVID19D-REC, WS-RESULT-INFO,
                    WS-SUB-MODE, WS-RANGE-END-DATE.
           PERFORM LOG-ONE-LOOKUP
           IF WS-RESULT-OK
              DISPLAY 'Country/date: ' WS-CVD-CODE-DATE
              MOVE WS-CVD-NEW-CONFIRMED   TO WS-SIGNED-EDIT
              IF WS-CVD-IS-SYNTHETIC
                 DISPLAY '(carry-forward fill day, not vendor data)'
              END-IF
              DISPLAY WS-AS-OF-TEXT
           ELSE
              DISPLAY '*** Error: ' WS-RESULT-MESSAGE
                       'Code: ' WS-RESULT-CODE
           END-IF
           .
      *
      *    POINTS THE ACCESS MODULE AT THE SNAPSHOT COPIES AND BUILDS
      *    THE "DATA AS OF" LINE - NO STAMP, OR ONE LEFT 'B' BY A
      *    SNAPSHOT THAT DID NOT FINISH, AND THE LOOKUPS STAY ON THE
      *    LIVE FILES ***
       SNAPSHOT-CHECK.
           MOVE SPACES              TO INQSNAP-REC
           OPEN INPUT INQSNAP-FILE
           IF WS-INQSNAP-FILE-STATUS = ZERO
              READ INQSNAP-FILE
                 AT END
                    MOVE SPACES     TO INQSNAP-REC
              END-READ
              CLOSE INQSNAP-FILE
           END-IF
           IF IS-COMPLETE
              MOVE SPACES           TO WS-AS-OF-TEXT
              STRING 'data as of '          DELIMITED BY SIZE
                     IS-SNAP-DATE (1:4) '-' DELIMITED BY SIZE
                     IS-SNAP-DATE (5:2) '-' DELIMITED BY SIZE
                     IS-SNAP-DATE (7:2) ' ' DELIMITED BY SIZE
                     IS-SNAP-TIME (1:2) ':' DELIMITED BY SIZE
                     IS-SNAP-TIME (3:2) ':' DELIMITED BY SIZE
                     IS-SNAP-TIME (5:2)     DELIMITED BY SIZE
                INTO WS-AS-OF-TEXT
              END-STRING
              CALL WS-SUB-PGM
                 USING WS-LOOKUP-KEY, WS-COVID19D-REC,
                       WS-RESULT-INFO, WS-INQ-MODE,
                       WS-RANGE-END-DATE
              END-CALL
           ELSE
              DISPLAY '*** Warning: no complete inquiry snapshot - '
                      'reading the live files'
              MOVE 'data as of now (live files)' TO WS-AS-OF-TEXT
      *       A SUBPROGRAM LEFT ON THE SNAPSHOT BY AN EARLIER CALLER
      *       IN THE RUN UNIT IS PUT BACK ON THE LIVE FILES ***
              CALL WS-SUB-PGM
                 USING WS-LOOKUP-KEY, WS-COVID19D-REC,
                       WS-RESULT-INFO, WS-LIVE-MODE,
                       WS-RANGE-END-DATE
              END-CALL
           END-IF
           .
      *
      *    UNDER CAL0005 THE CONSOLE HAS ALREADY SIGNED THE OPERATOR
      *    ON; RUN DIRECTLY, ASK FOR THE ID HERE ***
       SIGN-ON-CHECK.
           MOVE 'Q'                 TO WS-LOG-FUNCTION
           MOVE SPACES              TO WS-OPER-ID
           CALL WS-LOG-PGM
              USING WS-LOG-FUNCTION, WS-OPER-ID, WS-INQLOG-REC,
                    WS-LOG-INFO
           END-CALL
           PERFORM UNTIL WS-OPER-ID NOT = SPACES
              DISPLAY 'Operator id: '
              ACCEPT WS-OPER-ID
           END-PERFORM
           MOVE 'S'                 TO WS-LOG-FUNCTION
           CALL WS-LOG-PGM
              USING WS-LOG-FUNCTION, WS-OPER-ID, WS-INQLOG-REC,
                    WS-LOG-INFO
           END-CALL
           .
      *
      *    A 'N' CALL CARRIES ON THE KEY THE BROWSE STARTED WITH ***
       LOG-ONE-LOOKUP.
           IF WS-SUB-MODE NOT = 'N'
              MOVE WS-LOOKUP-KEY    TO WS-IL-KEY
           END-IF
           MOVE 'CAL0003'           TO WS-IL-PROGRAM
           MOVE WS-SUB-PGM          TO WS-IL-SUB-PGM
           MOVE WS-SUB-MODE         TO WS-IL-MODE
           IF WS-RESULT-OK
              MOVE WS-CVD-CODE-DATE (1:5) TO WS-IL-COUNTRY
              MOVE 'Y'              TO WS-IL-OUTCOME
           ELSE
              MOVE SPACES           TO WS-IL-COUNTRY
              MOVE 'N'              TO WS-IL-OUTCOME
           END-IF
           MOVE 'L'                 TO WS-LOG-FUNCTION
           CALL WS-LOG-PGM
              USING WS-LOG-FUNCTION, WS-OPER-ID, WS-INQLOG-REC,
                    WS-LOG-INFO
           END-CALL
           IF NOT WS-LOG-OK
              DISPLAY '*** Warning: ' WS-LOG-MESSAGE
           END-IF
           .
      *
