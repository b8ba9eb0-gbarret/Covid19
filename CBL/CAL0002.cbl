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
       77  WS-SUB-PGM              PIC X(08) VALUE 'SUB0002'.
       77  WS-NAME-PARTIAL-TO-READ PIC X(20) VALUE SPACES.
       77  WS-SUB-MODE             PIC X(01) VALUE 'E'.
      *
      *    LOOKUPS READ THE COV2034 INQUIRY COPIES WHEN ITS INQSNAP
      *    STAMP SAYS THE LAST SNAPSHOT IS WHOLE; EVERY ANSWER SHOWS
      *    WHICH DATA IT CAME FROM ***
       77  WS-INQSNAP-FILE-STATUS  PIC 99 VALUE ZEROS.
       77  WS-INQ-MODE             PIC X(01) VALUE 'I'.
       77  WS-LIVE-MODE            PIC X(01) VALUE 'R'.
       77  WS-AS-OF-TEXT           PIC X(40) VALUE SPACES.
      *
      *    EVERY LOOKUP GOES ON THE INQLOG ACCESS LOG THROUGH SUB0010
      *    UNDER THE OPERATOR SIGNED ON FOR THE RUN UNIT ***
       77  WS-LOG-PGM              PIC X(08) VALUE 'SUB0010'.
       77  WS-LOG-FUNCTION         PIC X(01) VALUE SPACE.
       77  WS-OPER-ID              PIC X(08) VALUE SPACES.
       COPY CALLSTUS REPLACING ==:RESULT:== BY ==LOG==.
       COPY INQLOG REPLACING   ==:TAG1:== BY ==WS-INQLOG==
                               ==:TAG2:== BY ==WS-IL==.
      *
      *    DRIVES THE INTERACTIVE LOOP - KEEP ASKING UNTIL THE USER
      *    QUITS, AND KEEP BROWSING PARTIAL MATCHES UNTIL THE USER
      *    SAYS STOP OR SUB0002 RUNS OUT OF MATCHES ***
       PROCEDURE DIVISION.
      *=========================
       MAIN.
           PERFORM SIGN-ON-CHECK
           PERFORM SNAPSHOT-CHECK
           PERFORM UNTIL NOT WS-CONTINUE-YES
              PERFORM PROMPT-AND-LOOKUP
           END-PERFORM
           CALL WS-SUB-PGM
              USING WS-C-CODE-TO-READ, WS-COUNTRYS-REC, WS-RESULT-INFO,
                    WS-SUB-MODE, WS-NAME-PARTIAL-TO-READ.
           PERFORM LOG-ONE-LOOKUP
           IF WS-RESULT-OK
              DISPLAY 'Country Code: ' WS-C-CODE
              DISPLAY 'Country Name: ' WS-C-NAME
              DISPLAY 'Country Slug: ' WS-C-SLUG
              DISPLAY 'Country Region: ' WS-C-REGION
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
                 USING WS-C-CODE-TO-READ, WS-COUNTRYS-REC,
                       WS-RESULT-INFO, WS-INQ-MODE,
                       WS-NAME-PARTIAL-TO-READ
              END-CALL
           ELSE
              DISPLAY '*** Warning: no complete inquiry snapshot - '
                      'reading the live files'
              MOVE 'data as of now (live files)' TO WS-AS-OF-TEXT
      *       A SUBPROGRAM LEFT ON THE SNAPSHOT BY AN EARLIER CALLER
      *       IN THE RUN UNIT IS PUT BACK ON THE LIVE FILES ***
              CALL WS-SUB-PGM
                 USING WS-C-CODE-TO-READ, WS-COUNTRYS-REC,
                       WS-RESULT-INFO, WS-LIVE-MODE,
                       WS-NAME-PARTIAL-TO-READ
              END-CALL
           END-IF
           .
      *
      *    UNDER CAL0005 THE CONSOLE HAS ALREADY SIGNED THE OPERATOR
      *    ON; RUN DIRECTLY, ASK FOR THE ID HERE - NO LOOKUP IS
      *    ANSWERED UNTIL SOMEONE OWNS IT ***
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
           EVALUATE WS-SUB-MODE
              WHEN 'S'
              WHEN 'X'
                 MOVE WS-NAME-PARTIAL-TO-READ TO WS-IL-KEY
              WHEN 'N'
                 CONTINUE
              WHEN OTHER
                 MOVE WS-C-CODE-TO-READ TO WS-IL-KEY
           END-EVALUATE
           MOVE 'CAL0002'           TO WS-IL-PROGRAM
           MOVE WS-SUB-PGM          TO WS-IL-SUB-PGM
           MOVE WS-SUB-MODE         TO WS-IL-MODE
           IF WS-RESULT-OK
              MOVE WS-C-CODE        TO WS-IL-COUNTRY
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
