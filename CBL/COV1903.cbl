      *  marker next to the date, with the note text printed at the
      *  foot of the page - the analyst explanation travels with the
      *  number. No annotations file, nothing changes.
      *  The CSV extract honours the EMBARGO publication register
      *  through SUB0012: a country/day still under embargo is held
      *  back (out of the rows and the TRL totals) and listed on the
      *  job log. The print report is internal and shows every day.
      *  A day the embargo register can't answer for is held back
      *  the same way, and the failed check shown on the job log.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       77  WS-DAY-OF-YEAR          PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-DATE            PIC 9(08) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==DATECHK==.
      *
      *    PUBLICATION EMBARGO CHECK FOR THE CSV EXTRACT - SEE
      *    SUB0012 ***
       77  WS-EMB-PGM-NAME         PIC X(08) VALUE 'SUB0012'.
       77  WS-EMB-MODE             PIC X(01) VALUE 'Q'.
       01  WS-EMB-KEY.
           03 WS-EMB-CODE          PIC X(05).
           03 WS-EMB-DATE          PIC 9(08).
       01  WS-EMB-ANSWER.
           03 WS-EMB-HELD          PIC X(01).
            88 WS-EMB-HELD-YES     VALUE 'Y'.
           03 WS-EMB-RELEASE-DATE  PIC 9(08).
           03 WS-EMB-RELEASE-TIME  PIC 9(04).
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==EMBCHK==.
       01  WS-EXT-WITHHELD         PIC 9(09) VALUE ZEROES.
      *
       COPY DATETIME REPLACING     ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO REPLACING     ==:TAG:==      BY ==WS-CURRENT==
       WRITE-TRAILERS.
           IF WS-OUTPUT-MODE-EXTRACT
              PERFORM WRITE-EXTRACT-TRAILER
              MOVE 'C'              TO WS-EMB-MODE
              CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
                 WS-EMB-ANSWER, WS-EMBCHK-INFO
              DISPLAY 'Days WITHHELD under embargo: ' WS-EXT-WITHHELD
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-PAGE-FOOTNOTES
      *
       PROCESS-RECORD.
           IF WS-OUTPUT-MODE-EXTRACT
              PERFORM CHECK-EMBARGO
              IF NOT WS-EMB-HELD-YES
                 PERFORM WRITE-EXTRACT-LINE
              END-IF
           ELSE
              PERFORM PROCESS-RECORD-PRINT
           END-IF
           .
      *
      *    A DAY UNDER EMBARGO STAYS OUT OF THE EXTRACT UNTIL ITS
      *    RELEASE TIME; THE JOB LOG SAYS WHAT WAS HELD AND UNTIL
      *    WHEN ***
       CHECK-EMBARGO.
           MOVE CV-CODE             TO WS-EMB-CODE
           MOVE CV-DATE             TO WS-EMB-DATE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
      *    A REGISTER THAT CAN'T ANSWER HOLDS THE DAY BACK ***
           IF NOT WS-EMBCHK-OK
              MOVE 'Y'              TO WS-EMB-HELD
              DISPLAY '*** Embargo check FAILED - held: '
                          WS-EMB-CODE ' ' WS-EMB-DATE ' '
                          WS-EMBCHK-MESSAGE
           END-IF
           IF WS-EMB-HELD-YES
              ADD 1                 TO WS-EXT-WITHHELD
              DISPLAY '*** Withheld under embargo: ' CV-CODE ' '
                          CV-DATE ' until ' WS-EMB-RELEASE-DATE ' '
                          WS-EMB-RELEASE-TIME
           END-IF
           .
      *
       PROCESS-RECORD-PRINT.
      *    CHECKING COUNTRY BREAKING ...
