      *    the plain type-2 layout (code, name, slug, six figures,
      *    bare YYYYMMDD date). Takes the SUB0003 exclusive token,
      *    and the COVID19X mirror must be rebuilt with COV1922
      *    afterwards, as after any bulk job that bypasses it. Its
      *    COVID19J lines are sealed into the SUB0014 hash chain like
      *    every other journal writer's. Every feed row read is
      *    kept, as it arrived, on the FEEDVALT vault under the same
      *    name and row number the lineage stamp carries ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
                    RECORD KEY          IS A-ALIAS
                    FILE STATUS         IS WS-CNTRYALS-STATUS
           .
      *    FEED VAULT - EVERY ROW READ, KEPT AS IT ARRIVED UNDER THE
      *    FILE NAME, RUN NUMBER AND ROW NUMBER; SEE FEEDVALT ***
           SELECT   FEEDVALT-FILE       ASSIGN FEEDVALT
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS FV-KEY
                    FILE STATUS         IS WS-FEEDVALT-STATUS
           .
           SELECT   SORT-FILE           ASSIGN SORTWK01.
      *=============================
       DATA DIVISION.
       FD  CNTRYALS-FILE.
       COPY CNTRYALS REPLACING        ==:TAG1:== BY ==CNTRYALS==
                                      ==:TAG2:== BY ==A==.
      *
       FD  FEEDVALT-FILE.
       COPY FEEDVALT REPLACING        ==:TAG1:== BY ==FEEDVALT==
                                      ==:TAG2:== BY ==FV==.
      *
      *    THE SORT CARRIES FULLY BUILT COVID19D RECORDS, SO THE
      *    OUTPUT SIDE IS PURE MERGE ***
           03 WS-COVID19BE-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COVID19J-STATUS    PIC 99 VALUE ZEROS.
           03 WS-CNTRYALS-STATUS    PIC 99 VALUE ZEROS.
           03 WS-FEEDVALT-STATUS    PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-END-OF-FILE        PIC X VALUE 'N'.
            88 WS-REC-IS-REJECTED   VALUE 'Y'.
           03 WS-ALIAS-AVAIL        PIC X VALUE 'N'.
            88 WS-ALIAS-AVAIL-YES   VALUE 'Y'.
      *    SET WHEN THE FEEDVALT VAULT OPENED CLEAN - A LOAD IS NEVER
      *    STOPPED FOR WANT OF ITS VAULT, THE ROWS JUST GO UNKEPT ***
           03 WS-FV-AVAIL           PIC X VALUE 'N'.
            88 WS-FV-AVAIL-YES      VALUE 'Y'.
      *
      *    EXCLUSIVE TOKEN ON THE SHARED INDEXED FILES - SEE SUB0003 *
       77  WS-LOCK-PGM-NAME         PIC X(08) VALUE 'SUB0003'.
       77  WS-SEQ-PGM-NAME          PIC X(08) VALUE 'SUB0009'.
       77  WS-RUN-NUMBER            PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
      *    COVID19J CHAIN SEAL ON EVERY JOURNAL LINE - SEE SUB0014 ***
       77  WS-CHAIN-PGM-NAME       PIC X(08) VALUE 'SUB0014'.
       77  WS-CHAIN-FUNCTION       PIC X(01) VALUE SPACE.
       COPY JRNCHAIN.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CHAIN==.
      *
       01  WS-REJECT-INFO.
           03 WS-REJECT-REASON-CODE PIC X(04) VALUE SPACES.
           03 WS-COVID19D-UNCHANGED PIC 9(07) VALUE ZEROS.
           03 WS-COVID19D-RESTATED  PIC 9(07) VALUE ZEROS.
           03 WS-RECONCILE-MISMATCHES PIC 9(07) VALUE ZEROS.
           03 WS-FEEDVALT-WRITTEN   PIC 9(07) VALUE ZEROS.
           03 WS-FEEDVALT-FAILED    PIC 9(07) VALUE ZEROS.
           03 WS-DUPLICATE-KEYS     PIC 9(07) VALUE ZEROS.
      *
       01  WS-TALLYING-FIELDS       PIC 9(3) VALUE ZEROES.
           END-IF
      *    APPEND ACROSS RUNS THE SAME WAY COV1901'S UPDATE MODE
      *    DOES ***
           MOVE 'I'                 TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           OPEN EXTEND COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              OPEN OUTPUT COVID19J-FILE
                          WS-CNTRYALS-STATUS
                      ' - alias translation off'
           END-IF
      *    THE FEED VAULT OUTLIVES EVERY LOAD; THE FIRST RUN SINCE IT
      *    WAS INTRODUCED CREATES IT ***
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
       SET-FILE-ERROR-RC.
           IF WS-ALIAS-AVAIL-YES
              CLOSE CNTRYALS-FILE
           END-IF
           IF WS-FV-AVAIL-YES
              CLOSE FEEDVALT-FILE
           END-IF
           .
      *
      *    INPUT SIDE OF THE SORT: THE DAILY PATH'S ROW EDITS, ALIAS
       READ-FEED-NEXT.
           READ COVID19BF-FILE
              AT END MOVE 'Y'       TO WS-END-OF-FILE
              NOT AT END
                 ADD 1              TO WS-COVID19BF-READ
                 IF WS-FV-AVAIL-YES
                    PERFORM WRITE-FEEDVALT-REC
                 END-IF
           END-READ
           .
      *
      *    THE ROW AS IT ARRIVED, UNDER THE NAME AND ROW NUMBER
      *    RELEASE-ONE-RECORD STAMPS ON THE COVID19D RECORD ***
       WRITE-FEEDVALT-REC.
           MOVE SPACES               TO FEEDVALT-REC
           MOVE 'COVID19BF'          TO FV-FILE-NAME
           MOVE WS-RUN-NUMBER        TO FV-RUN-NUMBER
           MOVE WS-COVID19BF-READ    TO FV-LINE-NO
           MOVE 'COV1968'            TO FV-LOADER
           MOVE FUNCTION CURRENT-DATE (1:8) TO FV-LOAD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FV-LOAD-TIME
           MOVE '2'                  TO FV-FEED-TYPE
           MOVE COVID19BF-REC        TO FV-RAW-TEXT
           WRITE FEEDVALT-REC
           IF WS-FEEDVALT-STATUS = ZERO
              ADD 1                 TO WS-FEEDVALT-WRITTEN
           ELSE
              ADD 1                 TO WS-FEEDVALT-FAILED
           END-IF
           .
      *
      *    THE TYPE-2 LAYOUT, ONE UNSTRING FOR THE WHOLE ROW (SAME
      *    SPLIT AS COV1901'S GET-INPUT-DATA-TYPE-2) ***
       GET-INPUT-DATA.
           MOVE WS-FEED-NEW-RECOVERED   TO JR-AFT-NEW-RECOVERED
           MOVE WS-FEED-TOTAL-RECOVERED TO JR-AFT-TOTAL-RECOVERED
           MOVE WS-RUN-NUMBER           TO JR-RUN-NUMBER
           MOVE 'S'                 TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           WRITE COVID19J-REC
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** Error WRITE COVID19J: '
           DISPLAY 'Prior-day RECONCILE mismatches: '
                                               WS-RECONCILE-MISMATCHES
           DISPLAY 'Duplicate feed keys SKIPPED: ' WS-DUPLICATE-KEYS
           DISPLAY 'FEEDVALT rows VAULTED: '      WS-FEEDVALT-WRITTEN
           DISPLAY 'FEEDVALT rows NOT VAULTED: '  WS-FEEDVALT-FAILED
           .
      *
