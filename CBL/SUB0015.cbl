      *=========================
       IDENTIFICATION DIVISION.
      *=========================
       PROGRAM-ID.     SUB0015.
       AUTHOR.         GEORGES BARRETO.
      *    Called system-parameter lookup against the SYSPARM file,
      *    in the SUB0004/SUB0012 style, so a threshold the medical
      *    team owns is read the same way by every report instead of
      *    being compiled into it. The caller passes the SYSPRMLK
      *    area holding its program-id, the parameter name, an as-of
      *    date (zero for today) and its compiled default; the entry
      *    in force - the latest effective date not after the as-of
      *    date - replaces the default, and WS-SP-SOURCE says which
      *    one is being used. WS-SP-TEXT comes back as a ready line
      *    for the report header (name, value and where it came
      *    from), so every report prints the figures it ran with.
      *    LS-MODE:
      *      'Q' query one parameter
      *      'C' close the file (end of the caller's run)
      *    The file is opened on the first query and left open, as
      *    SUB0012 does. An environment with no SYSPARM file runs on
      *    the compiled defaults. Same LS-RESULT-INFO handshake ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT SYSPARM-FILE   ASSIGN SYSPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SP-KEY
              FILE STATUS  IS WS-SYSPARM-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  SYSPARM-FILE.
       COPY SYSPARM REPLACING  ==:TAG1:== BY ==SYSPARM==
                               ==:TAG2:== BY ==SP==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-SYSPARM-STATUS       PIC 99 VALUE ZEROS.
       01  FLAGS.
      *    N = NOT YET OPENED, Y = OPEN, X = NO PARAMETER FILE ***
           03 WS-FILE-STATE        PIC X VALUE 'N'.
              88 WS-FILE-NOT-OPENED VALUE 'N'.
              88 WS-FILE-IS-OPEN   VALUE 'Y'.
              88 WS-FILE-ABSENT    VALUE 'X'.
           03 WS-BROWSE-END        PIC X VALUE 'N'.
              88 WS-BROWSE-END-YES VALUE 'Y'.
      *
       01  WS-AS-OF-DATE           PIC 9(08) VALUE ZEROES.
      *
      *    THE VALUE AS THE HEADER SHOWS IT - WHOLE, TWO OR FOUR
      *    DECIMALS, WHICHEVER LOSES NOTHING ***
       01  WS-FRACTION             PIC 9(04) VALUE ZEROES.
       01  WS-VALUE-0-O            PIC -(09)9.
       01  WS-VALUE-2-O            PIC -(09)9.99.
       01  WS-VALUE-4-O            PIC -(09)9.9(04).
       01  WS-VALUE-TEXT           PIC X(16) VALUE SPACES.
       01  WS-EDIT-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O          PIC X(10) VALUE SPACES.
      *-------------------------
       LINKAGE SECTION.
      *-------------------------
       77  LS-MODE                 PIC X(01).
       01  LS-SYSPRM-DATA.
           03 LS-SP-PROGRAM        PIC X(08).
           03 LS-SP-NAME           PIC X(20).
           03 LS-SP-AS-OF          PIC 9(08).
           03 LS-SP-VALUE          PIC S9(09)V9(04) COMP-3.
           03 LS-SP-SOURCE         PIC X(01).
           03 LS-SP-EFF-DATE       PIC 9(08).
           03 LS-SP-TEXT           PIC X(60).
       01  LS-RESULT-INFO.
           03 LS-RESULT            PIC X.
              88 LS-RESULT-OK      VALUE 'Y'.
              88 LS-RESULT-NO-OK   VALUE 'N'.
           03 LS-RESULT-CODE       PIC XX.
           03 LS-RESULT-MESSAGE    PIC X(30).
      *=========================
       PROCEDURE DIVISION USING LS-MODE, LS-SYSPRM-DATA,
              LS-RESULT-INFO.
      *=========================
       MAIN.
           MOVE 'Y'                 TO LS-RESULT
           MOVE SPACES              TO LS-RESULT-CODE
                                        LS-RESULT-MESSAGE
           EVALUATE LS-MODE
              WHEN 'Q'
                 PERFORM QUERY-PARAMETER
                 PERFORM BUILD-HEADER-TEXT
              WHEN 'C'
                 PERFORM CLOSE-FILE
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
       CLOSE-FILE.
           IF WS-FILE-IS-OPEN
              CLOSE SYSPARM-FILE
           END-IF
           MOVE 'N'                 TO WS-FILE-STATE
           .
      *
       OPEN-FILE.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = ZERO
              MOVE 'Y'              TO WS-FILE-STATE
           ELSE
              DISPLAY '*** SUB0015 no SYSPARM file, status: '
                          WS-SYSPARM-STATUS ' - compiled defaults'
              MOVE 'X'              TO WS-FILE-STATE
           END-IF
           .
      *
      *    EVERY ENTRY OF THE PROGRAM/NAME IS IN EFFECTIVE-DATE
      *    ORDER; THE LAST ONE NOT AFTER THE AS-OF DATE WINS ***
       QUERY-PARAMETER.
           MOVE 'D'                 TO LS-SP-SOURCE
           MOVE ZEROS               TO LS-SP-EFF-DATE
           MOVE LS-SP-AS-OF         TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE = ZERO
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           END-IF
           IF WS-FILE-NOT-OPENED
              PERFORM OPEN-FILE
           END-IF
           IF NOT WS-FILE-IS-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE LS-SP-PROGRAM       TO SP-PROGRAM
           MOVE LS-SP-NAME          TO SP-NAME
           MOVE ZEROS               TO SP-EFF-DATE
           MOVE 'N'                 TO WS-BROWSE-END
           START SYSPARM-FILE KEY IS NOT LESS THAN SP-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ SYSPARM-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'        TO WS-BROWSE-END
                 NOT AT END
                    IF SP-PROGRAM NOT = LS-SP-PROGRAM OR
                       SP-NAME NOT = LS-SP-NAME OR
                       SP-EFF-DATE > WS-AS-OF-DATE
                       MOVE 'Y'     TO WS-BROWSE-END
                    ELSE
                       MOVE SP-VALUE     TO LS-SP-VALUE
                       MOVE SP-EFF-DATE  TO LS-SP-EFF-DATE
                       MOVE 'F'          TO LS-SP-SOURCE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       BUILD-HEADER-TEXT.
           MOVE SPACES              TO LS-SP-TEXT WS-VALUE-TEXT
           COMPUTE WS-FRACTION =
              (LS-SP-VALUE - FUNCTION INTEGER-PART (LS-SP-VALUE))
                 * 10000
           EVALUATE TRUE
              WHEN WS-FRACTION = ZERO
                 MOVE LS-SP-VALUE   TO WS-VALUE-0-O
                 MOVE FUNCTION TRIM (WS-VALUE-0-O) TO WS-VALUE-TEXT
              WHEN WS-FRACTION (3:2) = '00'
                 MOVE LS-SP-VALUE   TO WS-VALUE-2-O
                 MOVE FUNCTION TRIM (WS-VALUE-2-O) TO WS-VALUE-TEXT
              WHEN OTHER
                 MOVE LS-SP-VALUE   TO WS-VALUE-4-O
                 MOVE FUNCTION TRIM (WS-VALUE-4-O) TO WS-VALUE-TEXT
           END-EVALUATE
           IF LS-SP-SOURCE = 'F'
              MOVE LS-SP-EFF-DATE   TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              STRING LS-SP-NAME DELIMITED BY SPACE
                     ' = '          DELIMITED BY SIZE
                     WS-VALUE-TEXT  DELIMITED BY SPACE
                     ' (SYSPARM FROM ' DELIMITED BY SIZE
                     WS-EDIT-DATE-O DELIMITED BY SIZE
                     ')'            DELIMITED BY SIZE
                                  INTO LS-SP-TEXT
           ELSE
              STRING LS-SP-NAME DELIMITED BY SPACE
                     ' = '          DELIMITED BY SIZE
                     WS-VALUE-TEXT  DELIMITED BY SPACE
                     ' (DEFAULT)'   DELIMITED BY SIZE
                                  INTO LS-SP-TEXT
           END-IF
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)  TO WS-EDIT-DATE-O (1:4)
           MOVE '-'                 TO WS-EDIT-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)  TO WS-EDIT-DATE-O (6:2)
           MOVE '-'                 TO WS-EDIT-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)  TO WS-EDIT-DATE-O (9:2)
           .
      *
