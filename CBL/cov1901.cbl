                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19CP-STATUS
           .
      *    FEED VAULT - EVERY ROW READ, KEPT AS IT ARRIVED UNDER THE
      *    FILE NAME, RUN NUMBER AND ROW NUMBER OF THE LINEAGE STAMP,
      *    SO COV1978 CAN SHOW IT AND COV2031 CAN RE-PARSE IT ***
           SELECT   FEEDVALT-FILE       ASSIGN FEEDVALT
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS FV-KEY
                    FILE STATUS         IS WS-FEEDVALT-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
      *    RUN CORRELATION NUMBER (SUB0009) - THE SAME NUMBER RIDES
      *    ON EVERY REJECT AND JOURNAL LINE THIS RUN WRITES ***
           03 AU-RUN-NUMBER            PIC 9(06).
           03 FILLER                  PIC X(01) VALUE SPACE.
      *    DUPLICATE-FEED OUTCOME FOR THE FILE - R = REFUSED AS A
      *    REPEAT DELIVERY, F = REPEAT FORCED THROUGH, BLANK = FIRST
      *    DELIVERY (AND ON LINES THAT PREDATE THE FIELD). COUNTED BY
      *    THE COV1998 VENDOR SCORECARD ***
           03 AU-DUP-OUTCOME           PIC X(01).
      *
       FD  TRIALRPT-FILE
           RECORDING MODE IS F
       COPY PERCLOSE REPLACING     ==:TAG1:== BY ==PERCLOSE==
                                   ==:TAG2:== BY ==PC==.
      *
       FD  FEEDVALT-FILE.
       COPY FEEDVALT REPLACING     ==:TAG1:== BY ==FEEDVALT==
                                   ==:TAG2:== BY ==FV==.
       FD  LATESTPN-FILE.
       COPY LATESTPN REPLACING     ==:TAG1:== BY ==LATESTPN==
                                   ==:TAG2:== BY ==LP==.
           03  WS-PERCLOSE-STATUS  PIC 99 VALUE ZEROS.
           03  WS-TRIALRPT-STATUS  PIC 99 VALUE ZEROS.
           03  WS-LATESTPN-STATUS  PIC 99 VALUE ZEROS.
           03  WS-FEEDVALT-STATUS  PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-OPTION            PIC X VALUE 'U'.
       77  WS-RUN-NUMBER           PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
      *    COVID19J CHAIN SEAL ON EVERY JOURNAL LINE - SEE SUB0014 ***
       77  WS-CHAIN-PGM-NAME       PIC X(08) VALUE 'SUB0014'.
       77  WS-CHAIN-FUNCTION       PIC X(01) VALUE SPACE.
       COPY JRNCHAIN.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CHAIN==.
      *
      *    SHARED CALENDAR VALIDATION - AN IMPOSSIBLE DATE LIKE
      *    20210230 BECOMES A COVID19E REJECT INSTEAD OF A PHANTOM
      *    RECORD SORTED BETWEEN REAL DAYS FOREVER ***
           03 WS-COVID19D-DELETED  PIC 9(05) VALUE ZEROS.
           03 WS-COVID19D-RESTATED PIC 9(05) VALUE ZEROS.
           03 WS-CLOSED-MONTH-HITS PIC 9(05) VALUE ZEROS.
           03 WS-SECONDARY-REPLACED PIC 9(05) VALUE ZEROS.
           03 WS-PROVISIONAL-REPLACED PIC 9(05) VALUE ZEROS.
           03 WS-TRIAL-INSERTS     PIC 9(05) VALUE ZEROS.
           03 WS-TRIAL-REWRITES    PIC 9(05) VALUE ZEROS.
           03 WS-TRIAL-UNCHANGED   PIC 9(05) VALUE ZEROS.
           03 WS-TRIAL-NEW-CODES   PIC 9(05) VALUE ZEROS.
           03 WS-FEEDVALT-WRITTEN  PIC 9(07) VALUE ZEROS.
           03 WS-FEEDVALT-FAILED   PIC 9(07) VALUE ZEROS.
      *
      *    DISPLAY EDITS OF THE PACKED FIGURES FOR THE TRIAL IMPACT
      *    LINES - STRING CANNOT TAKE THE COMP-3 FIELDS DIRECTLY ***
      *    OLDER ENVIRONMENT WITHOUT IT JUST SKIPS THE UPKEEP ***
           03 WS-LP-AVAIL           PIC X VALUE 'N'.
            88 WS-LP-AVAIL-YES      VALUE 'Y'.
      *    SET WHEN THE FEEDVALT VAULT OPENED CLEAN - A LOAD IS NEVER
      *    STOPPED FOR WANT OF ITS VAULT, THE ROWS JUST GO UNKEPT ***
           03 WS-FV-AVAIL           PIC X VALUE 'N'.
            88 WS-FV-AVAIL-YES      VALUE 'Y'.
       01  WS-LP-WORK-DATE          PIC 9(08) VALUE ZEROS.
       01  WS-ALIAS-LOOKUP          PIC X(30) VALUE SPACES.
       01  WS-UNMAPPED-TABLE.
      *    CAN BE REWRITTEN, I.E. UPDATE MODE; APPEND ACROSS RUNS THE
      *    SAME WAY COVID19AU IS ***
           IF WS-OPTION-UPDATE
              MOVE 'I'                 TO WS-CHAIN-FUNCTION
              CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
                 COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
              OPEN EXTEND COVID19J-FILE
              IF WS-COVID19J-STATUS > 0
                 OPEN OUTPUT COVID19J-FILE
                          WS-LATESTPN-STATUS
                      ' - latest-position upkeep off'
           END-IF
      *    THE FEED VAULT OUTLIVES EVERY LOAD - NEVER WIPED, EVEN BY
      *    AN 'N' RUN; THE FIRST RUN SINCE IT WAS INTRODUCED CREATES
      *    IT ***
           OPEN I-O FEEDVALT-FILE
           IF WS-FEEDVALT-STATUS NOT = ZERO
              OPEN OUTPUT FEEDVALT-FILE
           END-IF
           IF WS-FEEDVALT-STATUS = ZERO
              MOVE 'Y'              TO WS-FV-AVAIL
           ELSE
              DISPLAY '*** FEEDVALT not available, status: '
                          WS-FEEDVALT-STATUS
                      ' - feed rows will not be vaulted'
           END-IF
           .
      *
      *    DRIVES THE LOAD FROM THE COVID19CL CONTROL LIST, ONE CSV
           IF WS-LP-AVAIL-YES
              CLOSE LATESTPN-FILE
           END-IF
           IF WS-FV-AVAIL-YES
              CLOSE FEEDVALT-FILE
           END-IF
           IF WS-BATCH-MODE-ON
              CLOSE COVID19CTL-FILE
                    COVID19CP-FILE
              NOT AT END
                 ADD 1             TO WS-COVID19CSV-READ
                 ADD 1             TO WS-CURR-ROW-NO
                 IF WS-FV-AVAIL-YES
                    PERFORM WRITE-FEEDVALT-REC
                 END-IF
           END-READ
           .
      *
      *    THE ROW AS IT ARRIVED, UNDER THE SAME FILE NAME AND ROW
      *    NUMBER BUILD-OUTPUT-RECORDS STAMPS ON COVID19D. A TRIAL
      *    NEVER OPENS THE VAULT, SO IT NEVER GETS HERE ***
       WRITE-FEEDVALT-REC.
           MOVE SPACES               TO FEEDVALT-REC
           MOVE WS-CSV-FILENAME      TO FV-FILE-NAME
           MOVE WS-RUN-NUMBER        TO FV-RUN-NUMBER
           MOVE WS-CURR-ROW-NO       TO FV-LINE-NO
           MOVE 'COV1901'            TO FV-LOADER
           MOVE FUNCTION CURRENT-DATE (1:8) TO FV-LOAD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FV-LOAD-TIME
           MOVE WS-FEED-TYPE         TO FV-FEED-TYPE
           MOVE COVID19CSV-REC-B     TO FV-RAW-TEXT
           WRITE FEEDVALT-REC
           IF WS-FEEDVALT-STATUS = ZERO
              ADD 1                 TO WS-FEEDVALT-WRITTEN
           ELSE
              ADD 1                 TO WS-FEEDVALT-FAILED
           END-IF
           .
      *
      *    LAYOUT IS DRIVEN BY WS-FEED-TYPE (SEE LK-PARM-FEED-TYPE) -
      *    TYPE 1 IS THE ORIGINAL QUOTED/ISO-TIMESTAMP FEED, TYPE 2 IS
      *    A PLAIN UNQUOTED CSV WITH A BARE YYYYMMDD DATE ***
             WHEN WS-COVID19D-STATUS = 00
               MOVE COVID19D-REC    TO WS-BEF-REC
               MOVE WS-AFT-REC      TO COVID19D-REC
      *        A DAY FILLED FROM THE SECONDARY FEED (COV2008) IS
      *        REPLACED OUTRIGHT NOW THE PRIMARY HAS DELIVERED IT -
      *        THE FEED ROW'S 'N' FLAG AND LINEAGE TAKE OVER ***
               IF WS-BEF-IS-SECONDARY
                  ADD 1             TO WS-SECONDARY-REPLACED
               END-IF
      *        LIKEWISE A PROVISIONAL ESTIMATE (COV2032) - PROVEST
      *        KEEPS WHAT WAS ESTIMATED FOR COV2033 ***
               IF WS-BEF-IS-PROVISIONAL
                  ADD 1             TO WS-PROVISIONAL-REPLACED
               END-IF
      *        ONLY THE FIGURES DECIDE WHETHER HISTORY MOVED - THE
      *        SYNTHETIC FLAG IS HOUSEKEEPING, NOT A RESTATEMENT ***
               IF WS-BEF-NEW-CONFIRMED   NOT = WS-AFT-NEW-CONFIRMED
           MOVE WS-AFT-NEW-RECOVERED   TO JR-AFT-NEW-RECOVERED
           MOVE WS-AFT-TOTAL-RECOVERED TO JR-AFT-TOTAL-RECOVERED
           MOVE WS-RUN-NUMBER          TO JR-RUN-NUMBER
           MOVE 'S'                 TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           WRITE COVID19J-REC
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** Error WRITE COVID19J: '
                                                 WS-COVID19D-RESTATED
           DISPLAY 'COVID19D rewrites in CLOSED months: '
                                                 WS-CLOSED-MONTH-HITS
           DISPLAY 'COVID19D secondary-source days REPLACED: '
                                                 WS-SECONDARY-REPLACED
           DISPLAY 'COVID19D provisional estimates REPLACED: '
                                                 WS-PROVISIONAL-REPLACED
           IF NOT WS-OPTION-TRIAL
              DISPLAY 'FEEDVALT rows VAULTED: '  WS-FEEDVALT-WRITTEN
              DISPLAY 'FEEDVALT rows NOT VAULTED: '
                                                 WS-FEEDVALT-FAILED
           END-IF
           IF WS-CLOSED-MONTH-HITS > ZERO
              DISPLAY '*** A certified period moved - schedule a '
                      're-certification (COV1999, see COV2000)'
              IF RETURN-CODE = ZERO
                 MOVE 4              TO RETURN-CODE
              END-IF
           MOVE WS-CURR-FP-ROWS              TO AU-ROW-COUNT
           MOVE WS-CURR-FP-HASH              TO AU-FILE-HASH
           MOVE WS-RUN-NUMBER                TO AU-RUN-NUMBER
           MOVE SPACE                        TO AU-DUP-OUTCOME
           IF WS-DUP-FEED-FOUND
              IF WS-DUP-FORCE-ON
                 MOVE 'F'                    TO AU-DUP-OUTCOME
              ELSE
                 MOVE 'R'                    TO AU-DUP-OUTCOME
              END-IF
           END-IF
           WRITE COVID19AU-REC
           IF WS-COVID19AU-STATUS > 0
              DISPLAY '*** Error WRITE COVID19AU: '
