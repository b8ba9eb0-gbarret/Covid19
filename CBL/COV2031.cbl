      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2031.
       AUTHOR.         GEORGES B.
      *    Nightly feed-vault sampling proof: picks a random set of
      *    COVID19D records (one pass, reservoir sampling, so every
      *    eligible record has the same chance), finds each one's
      *    delivering row on the FEEDVALT vault by its CV-SOURCE-FILE
      *    / CV-SOURCE-LINE stamp, re-parses the row the way the
      *    loader did (COV1901 type 1 or type 2, COV1968) and proves
      *    the stored figures still match what the feed said. A
      *    daily feed name recurs, so every vaulted load of the file
      *    is looked at and the latest row that parses to the
      *    record's own key (CNTRYALS translation included) is the
      *    one compared. Verdicts:
      *      MATCH     all six figures agree
      *      ADJUSTED  they differ, but a COVID19J restatement made
      *                after that load left exactly the stored
      *                figures - the program that made it is named
      *      MISMATCH  they differ and nothing on COVID19J says why
      *      NO MATCH  rows are vaulted at that line but none of them
      *                parses to the record's key
      *      NO VAULT  nothing vaulted at all - a record loaded
      *                before the vault existed, or by a replay
      *    Synthetic, redistributed and secondary-source days, and
      *    records with no lineage stamp, are never sampled. The
      *    seed is shown on the job log and can be passed back on
      *    the PARM to draw the same sample again. Return code 8 on
      *    any MISMATCH, otherwise 4 on any NO MATCH ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   FEEDVALT-FILE       ASSIGN FEEDVALT
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS FV-KEY
                    FILE STATUS         IS WS-FEEDVALT-STATUS
           .
           SELECT   CNTRYALS-FILE       ASSIGN CNTRYALS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS A-ALIAS
                    FILE STATUS         IS WS-CNTRYALS-STATUS
           .
           SELECT   COVID19J-FILE       ASSIGN COVID19J
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19J-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING       ==:TAG1:== BY ==COVID19D==
                                     ==:TAG2:== BY ==CV==.
      *
       FD  FEEDVALT-FILE.
       COPY FEEDVALT REPLACING       ==:TAG1:== BY ==FEEDVALT==
                                     ==:TAG2:== BY ==FV==.
      *
       FD  CNTRYALS-FILE.
       COPY CNTRYALS REPLACING       ==:TAG1:== BY ==CNTRYALS==
                                     ==:TAG2:== BY ==A==.
      *
       FD  COVID19J-FILE.
       COPY COVID19J REPLACING       ==:TAG1:== BY ==COVID19J==
                                     ==:TAG2:== BY ==JR==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-FEEDVALT-STATUS       PIC 99 VALUE ZEROS.
           03 WS-CNTRYALS-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COVID19J-STATUS       PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-D-EOF                 PIC X VALUE 'N'.
            88 WS-D-EOF-OK             VALUE 'Y'.
           03 WS-VAULT-EOF             PIC X VALUE 'N'.
            88 WS-VAULT-EOF-OK         VALUE 'Y'.
           03 WS-JOURNAL-EOF           PIC X VALUE 'N'.
            88 WS-JOURNAL-EOF-OK       VALUE 'Y'.
           03 WS-ALIAS-AVAIL           PIC X VALUE 'N'.
            88 WS-ALIAS-AVAIL-YES      VALUE 'Y'.
      *    THE VAULTED ROW IN HAND PARSED CLEAN AND NAMES THE
      *    SAMPLED RECORD'S OWN CODE AND DATE ***
           03 WS-ROW-OK                PIC X VALUE 'N'.
            88 WS-ROW-OK-YES           VALUE 'Y'.
           03 WS-ROW-MATCH             PIC X VALUE 'N'.
            88 WS-ROW-MATCH-YES        VALUE 'Y'.
           03 WS-FIGS-EQUAL            PIC X VALUE 'N'.
            88 WS-FIGS-EQUAL-YES       VALUE 'Y'.
      *
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='050' OR PARM='050 13254711' - SAMPLE SIZE, THEN AN
      *    OPTIONAL SEED TO DRAW A PAST NIGHT'S SAMPLE AGAIN ***
       01  WS-SAMPLE-SIZE              PIC 9(03) VALUE 50.
       01  WS-SEED                     PIC 9(08) VALUE ZEROS.
       01  WS-RANDOM-FIRST             PIC V9(09) VALUE ZERO.
       01  WS-ELIGIBLE                 PIC 9(09) COMP VALUE ZERO.
       01  WS-PICK                     PIC 9(09) COMP VALUE ZERO.
      *
      *    THE SAMPLE - KEY, LINEAGE STAMP, THE FIGURES AS STORED AND
      *    AS RE-PARSED OFF THE VAULT. FIGURE ORDER: NEW CONFIRMED,
      *    TOTAL CONFIRMED, NEW DEATHS, TOTAL DEATHS, NEW RECOVERED,
      *    TOTAL RECOVERED ***
       01  WS-SAMPLE-TABLE.
           03 WS-SM-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-SM-IDX.
              05 WS-SM-KEY.
                 07 WS-SM-CODE         PIC X(05).
                 07 WS-SM-DATE         PIC 9(08).
              05 WS-SM-VERDICT         PIC X(10).
              05 WS-SM-SOURCE-FILE     PIC X(40).
              05 WS-SM-SOURCE-LINE     PIC 9(07).
              05 WS-SM-RUN             PIC 9(06).
              05 WS-SM-NOTE            PIC X(30).
              05 WS-SM-ST-FIG          PIC S9(09) COMP-3
                                       OCCURS 6 TIMES.
              05 WS-SM-FD-FIG          PIC S9(09) COMP-3
                                       OCCURS 6 TIMES.
       01  WS-SM-COUNT                 PIC 9(03) VALUE ZEROS.
       01  WS-FIG-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-VAULT-RUN                PIC 9(06) VALUE ZEROS.
       01  WS-VAULT-ROWS               PIC 9(05) VALUE ZEROS.
       01  WS-JR-FIG                   PIC S9(09) COMP-3
                                       OCCURS 6 TIMES.
       01  WS-ALIAS-LOOKUP             PIC X(30) VALUE SPACES.
      *
      *    RE-PARSE WORK AREA - THE SAME FIELDS AND PICTURES COV1901
      *    UNSTRINGS A ROW INTO, SO A FIGURE THE LOADER TRUNCATED IS
      *    TRUNCATED THE SAME WAY HERE ***
       01  WS-UNSTRING-DATA.
           03 WS-CTL-2                 PIC 9(3) VALUE ZEROES.
           03 WS-CTL-4                 PIC 9(3) VALUE ZEROES.
           03 WS-DELIMITER-2           PIC X    VALUE SPACES.
           03 WS-DELIMITER-4           PIC X    VALUE SPACES.
           03 WS-POINTER-1             PIC 9(3) VALUE ZEROES.
           03 WS-POINTER-2             PIC 9(3) VALUE ZEROES.
           03 WS-TALLYING-FIELDS-1     PIC 9(3) VALUE ZEROES.
           03 WS-TALLYING-FIELDS-2     PIC 9(3) VALUE ZEROES.
      *
       01  WS-REC-OUT.
           03 WS-COUNTRY               PIC X(50) VALUE SPACES.
           03 WS-COUNTRY-CODE-QUOTED.
              05 FILLER                PIC X       VALUE SPACE.
              05 WS-COUNTRY-CODE       PIC X(5)    VALUE SPACES.
           03 WS-SLUG-QUOTED.
              05 FILLER                PIC X       VALUE SPACE.
              05 WS-SLUG               PIC X(50)   VALUE SPACES.
           03 WS-NEW-CONFIRMED         PIC S9(6)   VALUE ZEROES.
           03 WS-TOTAL-CONFIRMED       PIC 9(6)    VALUE ZEROES.
           03 WS-NEW-DEATHS            PIC S9(6)   VALUE ZEROES.
           03 WS-TOTAL-DEATHS          PIC 9(6)    VALUE ZEROES.
           03 WS-NEW-RECOVERED         PIC S9(6)   VALUE ZEROES.
           03 WS-TOTAL-RECOVERED       PIC S9(6)   VALUE ZEROES.
           03 WS-DATE-TIME-QUOTED.
              05 FILLER                PIC X       VALUE SPACE.
              05 WS-DATE-TIME          PIC X(21)   VALUE SPACES.
              05 WS-DATE-TIME-R REDEFINES WS-DATE-TIME.
                 07 WS-DATE-YEAR       PIC X(04).
                 07 FILLER             PIC X.
                 07 WS-DATE-MONTH      PIC X(02).
                 07 FILLER             PIC X.
                 07 WS-DATE-DAY        PIC X(02).
                 07 FILLER             PIC X(11).
           03 WS-TYPE2-DATE            PIC X(08) VALUE SPACES.
           03 WS-TYPE2-DATE-R REDEFINES WS-TYPE2-DATE.
              05 WS-TYPE2-YEAR         PIC X(04).
              05 WS-TYPE2-MONTH        PIC X(02).
              05 WS-TYPE2-DAY          PIC X(02).
       01  WS-ROW-DATE-X.
           03 WS-ROW-YEAR              PIC X(04).
           03 WS-ROW-MONTH             PIC X(02).
           03 WS-ROW-DAY               PIC X(02).
       01  WS-ROW-DATE REDEFINES WS-ROW-DATE-X PIC 9(08).
      *
       01  WS-COUNTERS.
           03 WS-MATCHED               PIC 9(05) VALUE ZEROES.
           03 WS-ADJUSTED              PIC 9(05) VALUE ZEROES.
           03 WS-MISMATCHED            PIC 9(05) VALUE ZEROES.
           03 WS-NOT-MATCHED           PIC 9(05) VALUE ZEROES.
           03 WS-NOT-VAULTED           PIC 9(05) VALUE ZEROES.
           03 WS-GONE                  PIC 9(05) VALUE ZEROES.
      *
      *    SHARED TOKEN ON THE COVID19 INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2031'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2031'.
           03 FILLER                   PIC X(50) VALUE
                '*** FEED VAULT SAMPLING PROOF *** '.
           03 FILLER                   PIC X(06) VALUE 'SEED '.
           03 H1-SEED-O                PIC 9(08).
           03 FILLER                   PIC X(10) VALUE '  SAMPLE '.
           03 H1-SAMPLE-O              PIC ZZ9.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'CODE'.
           03 FILLER                   PIC X(12) VALUE 'DATE'.
           03 FILLER                   PIC X(12) VALUE 'VERDICT'.
           03 FILLER                   PIC X(31) VALUE 'FEED FILE'.
           03 FILLER                   PIC X(09) VALUE '   LINE'.
           03 FILLER                   PIC X(08) VALUE 'RUN NO'.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 FILLER                   PIC X(13) VALUE
                '      NEW CNF'.
           03 FILLER                   PIC X(13) VALUE
                '    TOTAL CNF'.
           03 FILLER                   PIC X(13) VALUE
                '      NEW DTH'.
           03 FILLER                   PIC X(13) VALUE
                '    TOTAL DTH'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-VERDICT-O             PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-FILE-O                PIC X(30).
           03 FILLER                   PIC X(01).
           03 D1-LINE-O                PIC ZZZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-RUN-O                 PIC ZZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-SIDE-O                PIC X(06).
           03 D1-FIG-ENTRY OCCURS 4 TIMES.
              05 FILLER                PIC X(01).
              05 D1-FIG-O              PIC -ZZZ,ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE.
           03 FILLER                   PIC X(02).
           03 TL-NAME-O                PIC X(40).
           03 TL-COUNT-O               PIC ZZ,ZZ9.
      *=============================
       LINKAGE SECTION.
      *=============================
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-SAMPLE           PIC 9(03).
           03 FILLER                   PIC X(01).
           03 LK-PARM-SEED             PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              IF LK-PARM-SAMPLE NUMERIC AND LK-PARM-SAMPLE > ZERO
                 MOVE LK-PARM-SAMPLE   TO WS-SAMPLE-SIZE
              END-IF
              IF LK-PARM-LEN > 4 AND LK-PARM-SEED NUMERIC
                 MOVE LK-PARM-SEED     TO WS-SEED
              END-IF
           END-IF
           IF WS-SAMPLE-SIZE > 200
              DISPLAY '*** Sample size capped at 200, asked for '
                      WS-SAMPLE-SIZE
              MOVE 200                 TO WS-SAMPLE-SIZE
           END-IF
           IF WS-SEED = ZERO
              MOVE FUNCTION CURRENT-DATE (9:8) TO WS-SEED
           END-IF
           DISPLAY '*** Sample size: ' WS-SAMPLE-SIZE
                   ' seed: ' WS-SEED
           MOVE 'S '                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                  TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-FILES
           IF RETURN-CODE > 4
              PERFORM RELEASE-FILE-LOCK
              GOBACK
           END-IF
           PERFORM DRAW-SAMPLE
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SM-COUNT
              PERFORM PROVE-ONE-SAMPLE
           END-PERFORM
           IF WS-MISMATCHED > ZERO
              PERFORM EXPLAIN-FROM-JOURNAL
           END-IF
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SM-COUNT
              PERFORM PRINT-ONE-SAMPLE
           END-PERFORM
           PERFORM WRITE-TOTALS
           DISPLAY 'COVID19D records ELIGIBLE: ' WS-ELIGIBLE
           DISPLAY 'Records SAMPLED: '         WS-SM-COUNT
           DISPLAY 'Figures MATCHED: '         WS-MATCHED
           DISPLAY 'Figures ADJUSTED since load: ' WS-ADJUSTED
           DISPLAY 'Figures MISMATCHED: '      WS-MISMATCHED
           DISPLAY 'Vaulted rows NOT MATCHING the key: '
                                               WS-NOT-MATCHED
           DISPLAY 'Records with NO VAULTED row: ' WS-NOT-VAULTED
           IF WS-MISMATCHED > ZERO
              MOVE 8                   TO RETURN-CODE
           ELSE
              IF WS-NOT-MATCHED > ZERO
                 MOVE 4                TO RETURN-CODE
              END-IF
           END-IF
           PERFORM CLOSE-FILES
           PERFORM RELEASE-FILE-LOCK
           GOBACK
           .
      *
       RELEASE-FILE-LOCK.
           MOVE 'RS'                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
       OPEN-FILES.
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FEEDVALT-FILE
           IF WS-FEEDVALT-STATUS > 0
              DISPLAY '*** ERROR OPENING FEEDVALT-FILE-STATUS: '
                          WS-FEEDVALT-STATUS
              CLOSE COVID19D-FILE
              MOVE 16                  TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *    THE ALIAS XREF IS OPTIONAL - NO FILE, NO TRANSLATION ***
           OPEN INPUT CNTRYALS-FILE
           IF WS-CNTRYALS-STATUS = ZERO
              MOVE 'Y'                 TO WS-ALIAS-AVAIL
           ELSE
              DISPLAY '*** CNTRYALS not available, status: '
                          WS-CNTRYALS-STATUS
                      ' - alias translation off'
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE WS-SEED                TO H1-SEED-O
           MOVE WS-SAMPLE-SIZE         TO H1-SAMPLE-O
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           WRITE PRINT-REC           FROM WS-HEADER-2
           .
      *
       CLOSE-FILES.
           CLOSE COVID19D-FILE FEEDVALT-FILE PRINT-LINE
           IF WS-ALIAS-AVAIL-YES
              CLOSE CNTRYALS-FILE
           END-IF
           .
      *
      *    RESERVOIR DRAW IN ONE PASS: THE FIRST N ELIGIBLE RECORDS
      *    FILL THE TABLE, AND THE K-TH AFTER THAT REPLACES A RANDOM
      *    SLOT WITH CHANCE N/K ***
       DRAW-SAMPLE.
           COMPUTE WS-RANDOM-FIRST = FUNCTION RANDOM (WS-SEED)
           MOVE 'N'                    TO WS-D-EOF
           PERFORM UNTIL WS-D-EOF-OK
              READ COVID19D-FILE NEXT RECORD
                 AT END MOVE 'Y'       TO WS-D-EOF
                 NOT AT END
                    IF NOT CV-IS-SYNTHETIC AND
                       NOT CV-IS-REDISTRIBUTED AND
                       NOT CV-IS-SECONDARY AND
                       CV-SOURCE-FILE NOT = SPACES
                       PERFORM OFFER-TO-SAMPLE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ELIGIBLE < WS-SAMPLE-SIZE
              MOVE WS-ELIGIBLE         TO WS-SM-COUNT
           ELSE
              MOVE WS-SAMPLE-SIZE      TO WS-SM-COUNT
           END-IF
           .
      *
       OFFER-TO-SAMPLE.
           ADD 1                       TO WS-ELIGIBLE
           IF WS-ELIGIBLE NOT > WS-SAMPLE-SIZE
              MOVE WS-ELIGIBLE         TO WS-PICK
           ELSE
              COMPUTE WS-PICK = WS-ELIGIBLE * FUNCTION RANDOM + 1
           END-IF
           IF WS-PICK NOT > WS-SAMPLE-SIZE
              MOVE CV-CODE-DATE        TO WS-SM-KEY (WS-PICK)
           END-IF
           .
      *
      *    ONE SAMPLED RECORD: RE-READ IT FOR ITS FIGURES AND STAMP,
      *    THEN HUNT ITS VAULTED ROW AND COMPARE ***
       PROVE-ONE-SAMPLE.
           MOVE SPACES                 TO WS-SM-NOTE (WS-SM-IDX)
           MOVE ZEROS                  TO WS-SM-RUN (WS-SM-IDX)
           MOVE WS-SM-KEY (WS-SM-IDX)  TO CV-CODE-DATE
           READ COVID19D-FILE KEY IS CV-CODE-DATE
              INVALID KEY
      *          PURGED OR DELETED SINCE THE DRAW - NOTHING TO PROVE
                 MOVE 'GONE'           TO WS-SM-VERDICT (WS-SM-IDX)
                 ADD 1                 TO WS-GONE
                 EXIT PARAGRAPH
           END-READ
           MOVE CV-SOURCE-FILE         TO WS-SM-SOURCE-FILE (WS-SM-IDX)
           MOVE CV-SOURCE-LINE         TO WS-SM-SOURCE-LINE (WS-SM-IDX)
           MOVE CV-NEW-CONFIRMED       TO WS-SM-ST-FIG (WS-SM-IDX, 1)
           MOVE CV-TOTAL-CONFIRMED     TO WS-SM-ST-FIG (WS-SM-IDX, 2)
           MOVE CV-NEW-DEATHS          TO WS-SM-ST-FIG (WS-SM-IDX, 3)
           MOVE CV-TOTAL-DEATHS        TO WS-SM-ST-FIG (WS-SM-IDX, 4)
           MOVE CV-NEW-RECOVERED       TO WS-SM-ST-FIG (WS-SM-IDX, 5)
           MOVE CV-TOTAL-RECOVERED     TO WS-SM-ST-FIG (WS-SM-IDX, 6)
           PERFORM FIND-VAULTED-ROW
           EVALUATE TRUE
             WHEN WS-VAULT-ROWS = ZERO
               MOVE 'NO VAULT'         TO WS-SM-VERDICT (WS-SM-IDX)
               ADD 1                   TO WS-NOT-VAULTED
             WHEN WS-SM-RUN (WS-SM-IDX) = ZERO
               MOVE 'NO MATCH'         TO WS-SM-VERDICT (WS-SM-IDX)
               MOVE 'VAULTED ROW(S) NAME ANOTHER KEY'
                                       TO WS-SM-NOTE (WS-SM-IDX)
               ADD 1                   TO WS-NOT-MATCHED
             WHEN OTHER
               PERFORM COMPARE-FIGURES
               IF WS-FIGS-EQUAL-YES
                  MOVE 'MATCH'         TO WS-SM-VERDICT (WS-SM-IDX)
                  ADD 1                TO WS-MATCHED
               ELSE
                  MOVE 'MISMATCH'      TO WS-SM-VERDICT (WS-SM-IDX)
                  ADD 1                TO WS-MISMATCHED
               END-IF
           END-EVALUATE
           .
      *
      *    THE VAULT IS KEYED FILE NAME / RUN / LINE, SO EACH LOAD OF
      *    A FILE OF THIS NAME IS VISITED IN TURN (AS COV1978 DOES):
      *    THE FIRST KEY OF A RUN NAMES IT, A KEYED READ FETCHES THE
      *    STAMPED LINE, AND A START PAST THE RUN'S LAST LINE MOVES
      *    ON. RUNS COME IN ASCENDING ORDER, SO THE LAST ROW THAT
      *    PARSES TO THE RECORD'S KEY IS THE LATEST LOAD OF IT ***
       FIND-VAULTED-ROW.
           MOVE ZEROS                  TO WS-VAULT-ROWS
           MOVE 'N'                    TO WS-VAULT-EOF
           MOVE WS-SM-SOURCE-FILE (WS-SM-IDX) TO FV-FILE-NAME
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
                 IF FV-FILE-NAME NOT = WS-SM-SOURCE-FILE (WS-SM-IDX)
                    MOVE 'Y'           TO WS-VAULT-EOF
                 ELSE
                    MOVE FV-RUN-NUMBER TO WS-VAULT-RUN
                    PERFORM TRY-ONE-VAULTED-ROW
                    MOVE WS-SM-SOURCE-FILE (WS-SM-IDX)
                                       TO FV-FILE-NAME
                    MOVE WS-VAULT-RUN  TO FV-RUN-NUMBER
                    MOVE 9999999       TO FV-LINE-NO
                    START FEEDVALT-FILE KEY IS GREATER THAN FV-KEY
                       INVALID KEY MOVE 'Y' TO WS-VAULT-EOF
                    END-START
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       TRY-ONE-VAULTED-ROW.
           MOVE WS-SM-SOURCE-FILE (WS-SM-IDX) TO FV-FILE-NAME
           MOVE WS-VAULT-RUN           TO FV-RUN-NUMBER
           MOVE WS-SM-SOURCE-LINE (WS-SM-IDX) TO FV-LINE-NO
           READ FEEDVALT-FILE KEY IS FV-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           ADD 1                       TO WS-VAULT-ROWS
           PERFORM PARSE-VAULTED-ROW
           IF NOT WS-ROW-OK-YES
              EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-ROW-TO-KEY
           IF WS-ROW-MATCH-YES
              MOVE FV-RUN-NUMBER       TO WS-SM-RUN (WS-SM-IDX)
              MOVE WS-NEW-CONFIRMED    TO WS-SM-FD-FIG (WS-SM-IDX, 1)
              MOVE WS-TOTAL-CONFIRMED  TO WS-SM-FD-FIG (WS-SM-IDX, 2)
              MOVE WS-NEW-DEATHS       TO WS-SM-FD-FIG (WS-SM-IDX, 3)
              MOVE WS-TOTAL-DEATHS     TO WS-SM-FD-FIG (WS-SM-IDX, 4)
              MOVE WS-NEW-RECOVERED    TO WS-SM-FD-FIG (WS-SM-IDX, 5)
              MOVE WS-TOTAL-RECOVERED  TO WS-SM-FD-FIG (WS-SM-IDX, 6)
           END-IF
           .
      *
      *    ONLY THE COVID19D LOADERS' LAYOUTS CAN BE RE-PARSED HERE -
      *    A ROW THE LOADER WOULD HAVE REJECTED CANNOT BE THE SOURCE
      *    OF A STORED RECORD, SO IT NEVER COUNTS AS PARSED ***
       PARSE-VAULTED-ROW.
           MOVE 'N'                    TO WS-ROW-OK
           MOVE SPACES                 TO WS-COUNTRY WS-COUNTRY-CODE
                                          WS-SLUG WS-DATE-TIME
                                          WS-TYPE2-DATE
           EVALUATE TRUE
             WHEN FV-LOADER NOT = 'COV1901' AND
                  FV-LOADER NOT = 'COV1968'
               EXIT PARAGRAPH
             WHEN FV-FEED-TYPE-2
               PERFORM PARSE-TYPE-2-ROW
             WHEN OTHER
               PERFORM PARSE-TYPE-1-ROW
           END-EVALUATE
           IF WS-ROW-OK-YES
              IF WS-NEW-CONFIRMED    NOT NUMERIC OR
                 WS-TOTAL-CONFIRMED  NOT NUMERIC OR
                 WS-NEW-DEATHS       NOT NUMERIC OR
                 WS-TOTAL-DEATHS     NOT NUMERIC OR
                 WS-NEW-RECOVERED    NOT NUMERIC OR
                 WS-TOTAL-RECOVERED  NOT NUMERIC OR
                 WS-ROW-DATE         NOT NUMERIC
                 MOVE 'N'              TO WS-ROW-OK
              END-IF
           END-IF
           .
      *
      *    COV1901'S TYPE-1 SPLIT: THE QUOTED COUNTRY NAME FIRST (IT
      *    CAN HOLD A COMMA), THEN THE REST OF THE ROW ON COMMAS ***
       PARSE-TYPE-1-ROW.
           MOVE ZEROS                  TO WS-TALLYING-FIELDS-1
                                          WS-TALLYING-FIELDS-2
           MOVE 2                      TO WS-POINTER-1
           UNSTRING FV-RAW-TEXT
               DELIMITED BY '"'
               INTO WS-COUNTRY
                         DELIMITER IN WS-DELIMITER-2 COUNT IN WS-CTL-2
                    WITH POINTER WS-POINTER-1
                    TALLYING WS-TALLYING-FIELDS-1
           END-UNSTRING
           COMPUTE WS-POINTER-2 = WS-CTL-2 + 4
           UNSTRING FV-RAW-TEXT
               DELIMITED BY ','
               INTO WS-COUNTRY-CODE-QUOTED
                         DELIMITER IN WS-DELIMITER-4 COUNT IN WS-CTL-4
                    WS-SLUG-QUOTED
                    WS-NEW-CONFIRMED
                    WS-TOTAL-CONFIRMED
                    WS-NEW-DEATHS
                    WS-TOTAL-DEATHS
                    WS-NEW-RECOVERED
                    WS-TOTAL-RECOVERED
                    WS-DATE-TIME-QUOTED
                    WITH POINTER WS-POINTER-2
                    TALLYING WS-TALLYING-FIELDS-2
           END-UNSTRING
           INSPECT WS-COUNTRY-CODE
              REPLACING ALL QUOTES BY SPACE
           INSPECT WS-SLUG
              REPLACING ALL QUOTES BY SPACE
           INSPECT WS-DATE-TIME
              REPLACING ALL QUOTES BY SPACE
           IF WS-TALLYING-FIELDS-1 = 1 AND WS-TALLYING-FIELDS-2 = 9
              MOVE WS-DATE-YEAR        TO WS-ROW-YEAR
              MOVE WS-DATE-MONTH       TO WS-ROW-MONTH
              MOVE WS-DATE-DAY         TO WS-ROW-DAY
              MOVE 'Y'                 TO WS-ROW-OK
           END-IF
           .
      *
      *    THE PLAIN TYPE-2 LAYOUT - ONE UNSTRING FOR THE WHOLE ROW ***
       PARSE-TYPE-2-ROW.
           MOVE ZEROS                  TO WS-TALLYING-FIELDS-2
           UNSTRING FV-RAW-TEXT
               DELIMITED BY ','
               INTO WS-COUNTRY-CODE
                    WS-COUNTRY
                    WS-SLUG
                    WS-NEW-CONFIRMED
                    WS-TOTAL-CONFIRMED
                    WS-NEW-DEATHS
                    WS-TOTAL-DEATHS
                    WS-NEW-RECOVERED
                    WS-TOTAL-RECOVERED
                    WS-TYPE2-DATE
               TALLYING WS-TALLYING-FIELDS-2
           END-UNSTRING
           IF WS-TALLYING-FIELDS-2 = 10
              MOVE WS-TYPE2-YEAR       TO WS-ROW-YEAR
              MOVE WS-TYPE2-MONTH      TO WS-ROW-MONTH
              MOVE WS-TYPE2-DAY        TO WS-ROW-DAY
              MOVE 'Y'                 TO WS-ROW-OK
           END-IF
           .
      *
      *    THE ROW MUST NAME THE RECORD'S DATE, AND ITS CODE OR -
      *    THROUGH CNTRYALS, BY CODE THEN BY SLUG AS THE LOADERS
      *    TRANSLATE - AN ALIAS OF IT ***
       MATCH-ROW-TO-KEY.
           MOVE 'N'                    TO WS-ROW-MATCH
           IF WS-ROW-DATE NOT = WS-SM-DATE (WS-SM-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-COUNTRY-CODE = WS-SM-CODE (WS-SM-IDX)
              MOVE 'Y'                 TO WS-ROW-MATCH
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-ALIAS-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO WS-ALIAS-LOOKUP
           MOVE WS-COUNTRY-CODE        TO WS-ALIAS-LOOKUP
           MOVE WS-ALIAS-LOOKUP        TO A-ALIAS
           READ CNTRYALS-FILE
              INVALID KEY
                 MOVE SPACES           TO WS-ALIAS-LOOKUP
                 MOVE WS-SLUG (1:30)   TO WS-ALIAS-LOOKUP
                 MOVE WS-ALIAS-LOOKUP  TO A-ALIAS
                 READ CNTRYALS-FILE
                    INVALID KEY
                       MOVE SPACES     TO A-C-CODE
                 END-READ
           END-READ
           IF A-C-CODE = WS-SM-CODE (WS-SM-IDX)
              MOVE 'Y'                 TO WS-ROW-MATCH
           END-IF
           .
      *
       COMPARE-FIGURES.
           MOVE 'Y'                    TO WS-FIGS-EQUAL
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
              UNTIL WS-FIG-SUB > 6
              IF WS-SM-ST-FIG (WS-SM-IDX, WS-FIG-SUB) NOT =
                 WS-SM-FD-FIG (WS-SM-IDX, WS-FIG-SUB)
                 MOVE 'N'              TO WS-FIGS-EQUAL
              END-IF
           END-PERFORM
           .
      *
      *    A MISMATCH IS EXPLAINED WHEN A JOURNALED RESTATEMENT OF
      *    THE KEY, MADE BY A LATER RUN THAN THE VAULTED LOAD, LEFT
      *    EXACTLY THE FIGURES NOW STORED - A MAKER/CHECKER
      *    ADJUSTMENT OR A REDISTRIBUTION, NOT A DAMAGED RECORD.
      *    JOURNAL LINES WITHOUT A RUN NUMBER CANNOT BE PLACED AND
      *    EXPLAIN NOTHING ***
       EXPLAIN-FROM-JOURNAL.
           OPEN INPUT COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** No COVID19J journal, status: '
                          WS-COVID19J-STATUS
                      ' - mismatches left unexplained'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF-OK
              READ COVID19J-FILE
                 AT END MOVE 'Y'       TO WS-JOURNAL-EOF
                 NOT AT END
                    IF JR-RUN-NUMBER NUMERIC AND
                       JR-RUN-NUMBER > ZERO
                       PERFORM MATCH-JOURNAL-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COVID19J-FILE
           .
      *
       MATCH-JOURNAL-LINE.
           MOVE JR-AFT-NEW-CONFIRMED   TO WS-JR-FIG (1)
           MOVE JR-AFT-TOTAL-CONFIRMED TO WS-JR-FIG (2)
           MOVE JR-AFT-NEW-DEATHS      TO WS-JR-FIG (3)
           MOVE JR-AFT-TOTAL-DEATHS    TO WS-JR-FIG (4)
           MOVE JR-AFT-NEW-RECOVERED   TO WS-JR-FIG (5)
           MOVE JR-AFT-TOTAL-RECOVERED TO WS-JR-FIG (6)
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SM-COUNT
              IF WS-SM-CODE (WS-SM-IDX) = JR-CODE AND
                 WS-SM-DATE (WS-SM-IDX) = JR-DATE AND
                 JR-RUN-NUMBER > WS-SM-RUN (WS-SM-IDX) AND
                 (WS-SM-VERDICT (WS-SM-IDX) = 'MISMATCH' OR
                  WS-SM-VERDICT (WS-SM-IDX) = 'ADJUSTED')
                 MOVE 'Y'              TO WS-FIGS-EQUAL
                 PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                    UNTIL WS-FIG-SUB > 6
                    IF WS-SM-ST-FIG (WS-SM-IDX, WS-FIG-SUB) NOT =
                       WS-JR-FIG (WS-FIG-SUB)
                       MOVE 'N'        TO WS-FIGS-EQUAL
                    END-IF
                 END-PERFORM
                 IF WS-FIGS-EQUAL-YES
                    IF WS-SM-VERDICT (WS-SM-IDX) = 'MISMATCH'
                       SUBTRACT 1      FROM WS-MISMATCHED
                       ADD 1           TO WS-ADJUSTED
                       MOVE 'ADJUSTED' TO WS-SM-VERDICT (WS-SM-IDX)
                    END-IF
                    MOVE SPACES        TO WS-SM-NOTE (WS-SM-IDX)
                    STRING 'RESTATED BY ' DELIMITED BY SIZE
                           JR-PROGRAM     DELIMITED BY SPACE
                           ' RUN '        DELIMITED BY SIZE
                           JR-RUN-NUMBER  DELIMITED BY SIZE
                       INTO WS-SM-NOTE (WS-SM-IDX)
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    THE STORED FIGURES ON ONE LINE; THE FEED'S UNDER THEM
      *    WHENEVER THEY WERE RE-PARSED AND DIFFER, WITH THE NOTE ***
       PRINT-ONE-SAMPLE.
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-SM-CODE (WS-SM-IDX) TO D1-CODE-O
           STRING WS-SM-DATE (WS-SM-IDX) (1:4) '-'
                  WS-SM-DATE (WS-SM-IDX) (5:2) '-'
                  WS-SM-DATE (WS-SM-IDX) (7:2)
              DELIMITED BY SIZE INTO D1-DATE-O
           END-STRING
           MOVE WS-SM-VERDICT (WS-SM-IDX) TO D1-VERDICT-O
           IF WS-SM-VERDICT (WS-SM-IDX) = 'GONE'
              WRITE PRINT-REC        FROM WS-DETAILS-1
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SM-SOURCE-FILE (WS-SM-IDX) TO D1-FILE-O
           MOVE WS-SM-SOURCE-LINE (WS-SM-IDX) TO D1-LINE-O
           MOVE WS-SM-RUN (WS-SM-IDX)  TO D1-RUN-O
           MOVE 'STORED'               TO D1-SIDE-O
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
              UNTIL WS-FIG-SUB > 4
              MOVE WS-SM-ST-FIG (WS-SM-IDX, WS-FIG-SUB)
                                       TO D1-FIG-O (WS-FIG-SUB)
           END-PERFORM
           WRITE PRINT-REC           FROM WS-DETAILS-1
           IF WS-SM-VERDICT (WS-SM-IDX) = 'MISMATCH' OR
              WS-SM-VERDICT (WS-SM-IDX) = 'ADJUSTED'
              MOVE SPACES              TO WS-DETAILS-1
              MOVE WS-SM-NOTE (WS-SM-IDX) TO D1-FILE-O
              MOVE 'FEED'              TO D1-SIDE-O
              PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                 UNTIL WS-FIG-SUB > 4
                 MOVE WS-SM-FD-FIG (WS-SM-IDX, WS-FIG-SUB)
                                       TO D1-FIG-O (WS-FIG-SUB)
              END-PERFORM
              WRITE PRINT-REC        FROM WS-DETAILS-1
              IF WS-SM-ST-FIG (WS-SM-IDX, 5) NOT =
                 WS-SM-FD-FIG (WS-SM-IDX, 5) OR
                 WS-SM-ST-FIG (WS-SM-IDX, 6) NOT =
                 WS-SM-FD-FIG (WS-SM-IDX, 6)
                 MOVE SPACES           TO WS-DETAILS-1
                 MOVE 'RECOVERED FIGURES DIFFER TOO' TO D1-FILE-O
                 WRITE PRINT-REC     FROM WS-DETAILS-1
              END-IF
           END-IF
           IF WS-SM-VERDICT (WS-SM-IDX) = 'NO MATCH'
              MOVE SPACES              TO WS-DETAILS-1
              MOVE WS-SM-NOTE (WS-SM-IDX) TO D1-FILE-O
              WRITE PRINT-REC        FROM WS-DETAILS-1
           END-IF
           .
      *
       WRITE-TOTALS.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES                 TO WS-TOTAL-LINE
           MOVE 'RECORDS SAMPLED'      TO TL-NAME-O
           MOVE WS-SM-COUNT            TO TL-COUNT-O
           WRITE PRINT-REC           FROM WS-TOTAL-LINE
           MOVE 'MATCH'                TO TL-NAME-O
           MOVE WS-MATCHED             TO TL-COUNT-O
           WRITE PRINT-REC           FROM WS-TOTAL-LINE
           MOVE 'ADJUSTED SINCE LOAD'  TO TL-NAME-O
           MOVE WS-ADJUSTED            TO TL-COUNT-O
           WRITE PRINT-REC           FROM WS-TOTAL-LINE
           MOVE 'MISMATCH'             TO TL-NAME-O
           MOVE WS-MISMATCHED          TO TL-COUNT-O
           WRITE PRINT-REC           FROM WS-TOTAL-LINE
           MOVE 'NO MATCH'             TO TL-NAME-O
           MOVE WS-NOT-MATCHED         TO TL-COUNT-O
           WRITE PRINT-REC           FROM WS-TOTAL-LINE
           MOVE 'NO VAULT'             TO TL-NAME-O
           MOVE WS-NOT-VAULTED         TO TL-COUNT-O
           WRITE PRINT-REC           FROM WS-TOTAL-LINE
           MOVE 'GONE SINCE THE DRAW'  TO TL-NAME-O
           MOVE WS-GONE                TO TL-COUNT-O
           WRITE PRINT-REC           FROM WS-TOTAL-LINE
           .
