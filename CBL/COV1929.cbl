      *    time in days - the gap between the latest date and the
      *    most recent day the confirmed total was at or below half
      *    of today's. Saves reconstructing these answers by hand
      *    from COV1903 listings every time management asks. The
      *    default ladder is now read from the SYSPARM parameters
      *    LADDER-LEVEL-1 to -5 through SUB0015 (the compiled steps
      *    when none is in force); a nonzero PARM level still wins
      *    for the run. Each level used is printed under the
      *    title with where it came from; a SYSPARM step that is
      *    fractional, negative or too big is refused with a warning
      *    and the compiled step used ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
      *
      *    THE THRESHOLD LADDER - COMPILED DEFAULTS BELOW, EACH LEVEL
      *    REPLACED BY ITS SYSPARM ENTRY AND OVERRIDABLE FROM THE
      *    PARM ***
       01  WS-LADDER-VALUES.
           03 FILLER                   PIC 9(07) VALUE 0000100.
           03 FILLER                   PIC 9(07) VALUE 0001000.
                               INDEXED BY WS-LD-IDX
                               PIC 9(07).
      *
      *    THE SYSPARM ENTRY IN FORCE REPLACES EACH COMPILED VALUE
      *    ABOVE - SUB0015 HANDS BACK THE DEFAULT WHEN THERE IS NONE ***
       77  WS-SYSPRM-PGM-NAME          PIC X(08) VALUE 'SUB0015'.
       77  WS-SYSPRM-MODE              PIC X(01) VALUE 'Q'.
       77  WS-LEVEL-NUMBER             PIC 9(01) VALUE ZERO.
       77  WS-LEVEL-EDIT-O             PIC Z,ZZZ,ZZ9.
      *    A SYSPARM VALUE THAT WON'T FIT THE LADDER STEP IS REFUSED
      *    - THE COMPILED STEP STANDS AND IS PRINTED ***
       77  WS-LEVEL-FIT                PIC 9(07) VALUE ZERO.
       COPY SYSPRMLK.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SYSPRM==.
      *
      *    FIRST-CROSSED DATES FOR THE COUNTRY CURRENTLY BREAKING ***
       01  WS-MILESTONE-TABLE.
           03 WS-MS-ENTRY OCCURS 5 TIMES
           03 FILLER                   PIC X(20) VALUE 'COV1929'.
           03 FILLER                   PIC X(50) VALUE
                '*** MILESTONE AND DAYS-TO-DOUBLE REPORT *** '.
      *
       01  WS-SYSPRM-HEADER.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'PARAMETER'.
           03 SH-TEXT-O                PIC X(60).
      *
       01  WS-COUNTRY-BANNER.
           03 FILLER                   PIC X(10) VALUE 'Country: '.
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           PERFORM OPEN-FILES
           PERFORM READ-COVID19D-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
           END-IF
           DISPLAY 'Countries LISTED: ' WS-COUNTRIES-LISTED
           CLOSE COVID19D-FILE PRINT-LINE
           MOVE 'C'                    TO WS-SYSPRM-MODE
           CALL WS-SYSPRM-PGM-NAME USING WS-SYSPRM-MODE,
                WS-SYSPRM-DATA, WS-SYSPRM-INFO
           GOBACK
           .
      *
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           PERFORM LOAD-LADDER-LEVELS
           .
      *
      *    EACH LADDER STEP: THE COMPILED VALUE, REPLACED BY THE
      *    SYSPARM ENTRY IN FORCE, REPLACED IN TURN BY A NONZERO PARM
      *    LEVEL - THE ONE USED IS PRINTED UNDER THE TITLE ***
       LOAD-LADDER-LEVELS.
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
              UNTIL WS-LD-IDX > 5
              SET WS-LEVEL-NUMBER      TO WS-LD-IDX
              MOVE SPACES              TO WS-SP-NAME
              STRING 'LADDER-LEVEL-'   DELIMITED BY SIZE
                     WS-LEVEL-NUMBER   DELIMITED BY SIZE
                                     INTO WS-SP-NAME
              MOVE WS-LADDER-LEVEL (WS-LD-IDX) TO WS-SP-VALUE
              MOVE 'COV1929'           TO WS-SP-PROGRAM
              MOVE ZEROS               TO WS-SP-AS-OF
              MOVE 'Q'                 TO WS-SYSPRM-MODE
              CALL WS-SYSPRM-PGM-NAME USING WS-SYSPRM-MODE,
                   WS-SYSPRM-DATA, WS-SYSPRM-INFO
              MOVE WS-SP-VALUE         TO WS-LEVEL-FIT
              IF WS-LEVEL-FIT = WS-SP-VALUE
                 MOVE WS-LEVEL-FIT     TO WS-LADDER-LEVEL (WS-LD-IDX)
              ELSE
                 PERFORM REJECT-LADDER-LEVEL
              END-IF
              MOVE WS-SP-TEXT          TO SH-TEXT-O
              IF LK-PARM-LEN > ZERO
                 IF LK-PARM-LEVEL (WS-LD-IDX) NUMERIC AND
                    LK-PARM-LEVEL (WS-LD-IDX) > ZERO
                    MOVE LK-PARM-LEVEL (WS-LD-IDX) TO
                         WS-LADDER-LEVEL (WS-LD-IDX)
                         WS-LEVEL-EDIT-O
                    MOVE SPACES        TO SH-TEXT-O
                    STRING WS-SP-NAME  DELIMITED BY SPACE
                           ' = '       DELIMITED BY SIZE
                           FUNCTION TRIM (WS-LEVEL-EDIT-O)
                                       DELIMITED BY SIZE
                           ' (PARM)'   DELIMITED BY SIZE
                                     INTO SH-TEXT-O
                 END-IF
              END-IF
              WRITE PRINT-REC       FROM WS-SYSPRM-HEADER
           END-PERFORM
           .
      *
       REJECT-LADDER-LEVEL.
           DISPLAY '*** WARNING: SYSPARM ' WS-SP-NAME
                   ' out of range - compiled default used'
           MOVE WS-LADDER-LEVEL (WS-LD-IDX) TO WS-LEVEL-EDIT-O
           MOVE SPACES                 TO WS-SP-TEXT
           STRING WS-SP-NAME           DELIMITED BY SPACE
                  ' = '                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LEVEL-EDIT-O)
                                       DELIMITED BY SIZE
                  ' (DEFAULT - SYSPARM OUT OF RANGE)'
                                       DELIMITED BY SIZE
                                     INTO WS-SP-TEXT
           .
      *
       READ-COVID19D-NEXT.
