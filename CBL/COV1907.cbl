      *  whose CV-MAINT-DATE moved since, each line led by its A/C
      *  action code (layout V07D), so the daily downstream feed is
      *  one day's movement instead of the whole history.
      *  Honours the EMBARGO publication register through SUB0012: a
      *  country/day still under embargo is held back from the
      *  extract (and its control totals) and listed on the job log.
      *  A delta run that held anything back leaves its bookmark at
      *  the earliest held day's maintenance date, so the day goes
      *  out on the first delta run after its release.
      *  A day the embargo register can't answer for is held back
      *  the same way, and the failed check shown on the job log.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
            88 WS-EXTRACT-DELTA     VALUE 'D'.
      *
       01  WS-BOOKMARK-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-NEXT-BOOKMARK         PIC 9(08) VALUE ZEROES.
       01  WS-ACTION-OUT            PIC X(01) VALUE 'A'.
       01  WS-EMIT-THIS-REC         PIC X(01) VALUE 'N'.
            88 WS-EMIT-THIS-REC-YES VALUE 'Y'.
                                   ==:TAG2:==     BY ==WS-C==.
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==RESULT==.
      *
      *    PUBLICATION EMBARGO CHECK - SEE SUB0012 ***
       77  WS-EMB-PGM-NAME          PIC X(08) VALUE 'SUB0012'.
       77  WS-EMB-MODE              PIC X(01) VALUE 'Q'.
       01  WS-EMB-KEY.
           03 WS-EMB-CODE           PIC X(05).
           03 WS-EMB-DATE           PIC 9(08).
       01  WS-EMB-ANSWER.
           03 WS-EMB-HELD           PIC X(01).
            88 WS-EMB-HELD-YES      VALUE 'Y'.
           03 WS-EMB-RELEASE-DATE   PIC 9(08).
           03 WS-EMB-RELEASE-TIME   PIC 9(04).
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==EMBCHK==.
       01  WS-EXT-WITHHELD          PIC 9(09) VALUE ZEROES.
      *
      *    DISPLAY WORK FIELDS FOR THE STRING, SINCE STRING WON'T
      *    ACCEPT COMP-3 SENDING ITEMS DIRECTLY ***
       01  WS-EXT-FIGURES.
                 PERFORM CHECK-CHANGED-SINCE-BOOKMARK
              END-IF
              IF WS-EXTRACT-FULL OR WS-EMIT-THIS-REC-YES
                 PERFORM CHECK-EMBARGO
                 IF NOT WS-EMB-HELD-YES
                    PERFORM GET-COUNTRY-DATA
                    PERFORM WRITE-EXTRACT-LINE
                 END-IF
              END-IF
              PERFORM READ-COVID19D-NEXT
           END-PERFORM
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE COVID19D-FILE EXTRACT-FILE
           MOVE 'C'                 TO WS-EMB-MODE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
           DISPLAY 'Days WITHHELD under embargo: ' WS-EXT-WITHHELD
           IF WS-EXTRACT-DELTA
              PERFORM SAVE-BOOKMARK
           END-IF
           GOBACK
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
           IF NOT WS-EMB-HELD-YES
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-EXT-WITHHELD
           DISPLAY '*** Withheld under embargo: ' CV-CODE ' '
                       CV-DATE ' until ' WS-EMB-RELEASE-DATE ' '
                       WS-EMB-RELEASE-TIME
      *    THE NEXT DELTA RUN MUST STILL SEE THIS DAY AS MOVED ***
           IF WS-EXTRACT-DELTA AND CV-MAINT-DATE NUMERIC
              IF WS-NEXT-BOOKMARK = ZERO OR
                 CV-MAINT-DATE < WS-NEXT-BOOKMARK
                 MOVE CV-MAINT-DATE TO WS-NEXT-BOOKMARK
              END-IF
           END-IF
           .
      *
      *    RECORDS LOADED BEFORE CHANGE TRACKING EXISTED HAVE NO
      *    VALID MAINT STAMP - A DELTA RUN EMITS THEM ONLY WHEN NO
      *    BOOKMARK HAS EVER BEEN TAKEN (FIRST DELTA = FULL SEED) ***
           END-IF
           MOVE SPACES              TO COVID19BM-REC
           MOVE WS-EXT-RUN-DATE     TO BM-LAST-RUN-DATE
           IF WS-NEXT-BOOKMARK > ZERO AND
              WS-NEXT-BOOKMARK < WS-EXT-RUN-DATE
              MOVE WS-NEXT-BOOKMARK TO BM-LAST-RUN-DATE
              DISPLAY '*** Bookmark held at ' WS-NEXT-BOOKMARK
                      ' for the embargoed days'
           END-IF
           WRITE COVID19BM-REC
           CLOSE COVID19BM-FILE
           .
