      *          rejects still open, so the checker knows what is
      *          waiting without opening the files
      *      Q = quit
      *    Each option returns to the menu when it finishes. The
      *    operator signs on once at the start with id and password
      *    (SUB0011 against OPERCRED) - a refused sign-on ends the
      *    console with return code 12 - and the lookups made under
      *    options 1 and 2 are logged to INQLOG under that id ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       77  WS-COUNTRY-PGM          PIC X(08) VALUE 'CAL0002'.
       77  WS-FIGURES-PGM          PIC X(08) VALUE 'CAL0003'.
       77  WS-WATCHLIST-PGM        PIC X(08) VALUE 'COV1941'.
       77  WS-LOG-PGM              PIC X(08) VALUE 'SUB0010'.
       77  WS-LOG-FUNCTION         PIC X(01) VALUE SPACE.
       77  WS-OPER-ID              PIC X(08) VALUE SPACES.
       77  WS-SIGNON-PGM           PIC X(08) VALUE 'SUB0011'.
       77  WS-SIGNON-FUNCTION      PIC X(01) VALUE 'P'.
       77  WS-SIGNON-CALLER        PIC X(08) VALUE 'CAL0005'.
       77  WS-SIGNON-PASSWORD      PIC X(16) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==SIGNON==.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOG==.
       COPY INQLOG REPLACING   ==:TAG1:== BY ==WS-INQLOG==
                               ==:TAG2:== BY ==WS-IL==.
      *
       01  FLAGS.
           03 WS-CONTINUE          PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
      *=========================
       MAIN.
           PERFORM SIGN-ON
           IF NOT WS-SIGNON-OK
              DISPLAY '*** Sign-on refused: ' WS-SIGNON-MESSAGE
              MOVE 12                TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL NOT WS-CONTINUE-YES
              PERFORM SHOW-MENU-AND-ACT
           END-PERFORM
           END-EVALUATE
           .
      *
      *    SUB0011 ASKS FOR THE ID AND PASSWORD; ONCE PROVED THE ID
      *    STAYS WITH SUB0010 FOR THE LIFE OF THE CONSOLE, SO
      *    CAL0002/CAL0003 LOG UNDER IT WITHOUT ASKING AGAIN ***
       SIGN-ON.
           CALL WS-SIGNON-PGM USING WS-SIGNON-FUNCTION, WS-OPER-ID,
              WS-SIGNON-PASSWORD, WS-SIGNON-CALLER, WS-SIGNON-INFO
           END-CALL
           IF NOT WS-SIGNON-OK
              EXIT PARAGRAPH
           END-IF
           MOVE 'S'                 TO WS-LOG-FUNCTION
           CALL WS-LOG-PGM
              USING WS-LOG-FUNCTION, WS-OPER-ID, WS-INQLOG-REC,
                    WS-LOG-INFO
           END-CALL
           .
      *
      *    THE COUNTS, NOT THE CONTENTS - THE CHECKER DECIDES WHERE
      *    TO SPEND THE MORNING FROM THREE NUMBERS ***
       COUNT-PENDING-WORK.
