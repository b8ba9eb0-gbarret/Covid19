      *    a CV-CODE-DATE key (PARM or prompt) and prints the
      *    record's full pedigree on the job log -
      *      - the figures as they stand, with the CV-SOURCE-FILE /
      *        CV-SOURCE-LINE lineage stamp the loaders leave, and a
      *        day filled from the secondary feed by COV2008 called
      *        out as such
      *      - the COVID19AU run line(s) that carried the delivering
      *        file, so the load that brought it in is named
      *      - the delivering row itself, exactly as it arrived, off
      *        the FEEDVALT vault - one line per load of a file of
      *        that name, since a daily feed name recurs
      *      - every COVID19J restatement of the key since, with the
      *        before/after figures
      *    One lookup instead of an afternoon of archaeology ***
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19J-STATUS
           .
           SELECT   FEEDVALT-FILE       ASSIGN FEEDVALT
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS FV-KEY
                    FILE STATUS         IS WS-FEEDVALT-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FD  COVID19J-FILE.
       COPY COVID19J REPLACING        ==:TAG1:== BY ==COVID19J==
                                      ==:TAG2:== BY ==JR==.
      *
       FD  FEEDVALT-FILE.
       COPY FEEDVALT REPLACING        ==:TAG1:== BY ==FEEDVALT==
                                      ==:TAG2:== BY ==FV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19AU-STATUS         PIC 99 VALUE ZEROS.
       01  WS-COVID19J-STATUS          PIC 99 VALUE ZEROS.
       01  WS-FEEDVALT-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-AUDIT-EOF             PIC X VALUE 'N'.
            88 WS-AUDIT-EOF-OK         VALUE 'Y'.
           03 WS-JOURNAL-EOF           PIC X VALUE 'N'.
            88 WS-JOURNAL-EOF-OK       VALUE 'Y'.
           03 WS-VAULT-EOF             PIC X VALUE 'N'.
            88 WS-VAULT-EOF-OK         VALUE 'Y'.
      *
       01  WS-LOOKUP-KEY.
           03 WS-KEY-CODE              PIC X(05) VALUE SPACES.
           03 WS-KEY-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-SOURCE-FILE              PIC X(40) VALUE SPACES.
       01  WS-SOURCE-LINE              PIC 9(07) VALUE ZEROES.
       01  WS-VAULT-RUN                PIC 9(06) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-AUDIT-LINES-FOUND     PIC 9(05) VALUE ZEROES.
           03 WS-RESTATEMENTS-FOUND    PIC 9(05) VALUE ZEROES.
           03 WS-VAULT-ROWS-FOUND      PIC 9(05) VALUE ZEROES.
      *=============================
       LINKAGE SECTION.
      *=============================
           END-IF
           PERFORM SHOW-RECORD-AND-LINEAGE
           PERFORM SHOW-DELIVERING-RUNS
           PERFORM SHOW-VAULTED-ROWS
           PERFORM SHOW-RESTATEMENTS
           DISPLAY '-------------------------------------------'
           DISPLAY 'COVID19AU run lines FOUND: '
                                       WS-AUDIT-LINES-FOUND
           DISPLAY 'FEEDVALT original rows FOUND: '
                                       WS-VAULT-ROWS-FOUND
           DISPLAY 'COVID19J restatements FOUND: '
                                       WS-RESTATEMENTS-FOUND
           GOBACK
              DISPLAY 'Delivered  : ' CV-SOURCE-FILE
              DISPLAY 'At row     : ' CV-SOURCE-LINE
           END-IF
           IF CV-IS-SECONDARY
              DISPLAY 'Standing   : secondary-source fill (COV2008) '
                      '- the primary has not delivered this day'
           END-IF
           MOVE CV-SOURCE-FILE         TO WS-SOURCE-FILE
           MOVE CV-SOURCE-LINE         TO WS-SOURCE-LINE
           CLOSE COVID19D-FILE
           .
      *
           END-PERFORM
           CLOSE COVID19AU-FILE
           .
      *
      *    THE VAULT IS KEYED FILE NAME / RUN / LINE, SO EACH LOAD OF
      *    A FILE OF THIS NAME IS VISITED IN TURN: THE FIRST KEY OF
      *    THE RUN NAMES IT, A KEYED READ FETCHES THE STAMPED LINE,
      *    AND A START PAST THE RUN'S LAST LINE MOVES TO THE NEXT ***
       SHOW-VAULTED-ROWS.
           IF WS-SOURCE-FILE = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FEEDVALT-FILE
           IF WS-FEEDVALT-STATUS > 0
              DISPLAY '*** No FEEDVALT vault, status: '
                          WS-FEEDVALT-STATUS
              EXIT PARAGRAPH
           END-IF
           DISPLAY '--- Original row(s) off FEEDVALT ---'
           MOVE WS-SOURCE-FILE         TO FV-FILE-NAME
           MOVE ZEROS                  TO FV-RUN-NUMBER
                                          FV-LINE-NO
           START FEEDVALT-FILE KEY IS NOT LESS THAN FV-KEY
              INVALID KEY MOVE 'Y'     TO WS-VAULT-EOF
           END-START
           PERFORM UNTIL WS-VAULT-EOF-OK
              READ FEEDVALT-FILE NEXT RECORD
                 AT END MOVE 'Y'       TO WS-VAULT-EOF
              END-READ
              IF NOT WS-VAULT-EOF-OK
                 IF FV-FILE-NAME NOT = WS-SOURCE-FILE
                    MOVE 'Y'           TO WS-VAULT-EOF
                 ELSE
                    MOVE FV-RUN-NUMBER TO WS-VAULT-RUN
                    PERFORM SHOW-ONE-VAULTED-ROW
                    MOVE WS-SOURCE-FILE TO FV-FILE-NAME
                    MOVE WS-VAULT-RUN  TO FV-RUN-NUMBER
                    MOVE 9999999       TO FV-LINE-NO
                    START FEEDVALT-FILE KEY IS GREATER THAN FV-KEY
                       INVALID KEY MOVE 'Y' TO WS-VAULT-EOF
                    END-START
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FEEDVALT-FILE
           .
      *
       SHOW-ONE-VAULTED-ROW.
           MOVE WS-SOURCE-FILE         TO FV-FILE-NAME
           MOVE WS-VAULT-RUN           TO FV-RUN-NUMBER
           MOVE WS-SOURCE-LINE         TO FV-LINE-NO
           READ FEEDVALT-FILE KEY IS FV-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           ADD 1                       TO WS-VAULT-ROWS-FOUND
           DISPLAY 'Run no ' FV-RUN-NUMBER ' loaded ' FV-LOAD-DATE
                   ' ' FV-LOAD-TIME ' by ' FV-LOADER
                   ' line ' FV-LINE-NO
           DISPLAY '  row: ' FUNCTION TRIM (FV-RAW-TEXT TRAILING)
           .
      *
       SHOW-RESTATEMENTS.
           OPEN INPUT COVID19J-FILE
