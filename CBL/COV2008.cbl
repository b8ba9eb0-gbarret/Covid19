      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2008.
       AUTHOR.         GEORGES B.
      *    Golden-record fill from the secondary feed, run after the
      *    nightly load. Reads the WHO-format extract COV1921 checks
      *    against (CODE, YYYYMMDD, TOTAL CONFIRMED, TOTAL DEATHS)
      *    and, for every country whose SRCPREC entry names WHOCSV as
      *    its secondary and allows the fallback, writes the
      *    CODE+DATE records the primary vendor never delivered. The
      *    new figures are the step from the prior day on file,
      *    recovered is -1 (not available), the synthetic flag is 'S'
      *    and CV-SOURCE-FILE / CV-SOURCE-LINE name the WHOCSV row,
      *    so COV1978 traces it. A day already on file is never
      *    touched - when the primary delivers a filled day, COV1901
      *    replaces the record outright. Every run then lists every
      *    day currently standing on secondary-source data.
      *    PARM 'R' lists only, under the shared lock, no fill.
      *    Return code 4 when any day stands on secondary data ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   WHOCSV-FILE         ASSIGN WHOCSV
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-WHOCSV-STATUS
           .
           SELECT   SRCPREC-FILE        ASSIGN SRCPREC
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS SP-CODE
                    FILE STATUS         IS WS-SRCPREC-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COVID19X-FILE       ASSIGN COVID19X
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CX-DATE-CODE
                    FILE STATUS         IS WS-COVID19X-STATUS
           .
           SELECT   LATESTPN-FILE       ASSIGN LATESTPN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS LP-CODE
                    FILE STATUS         IS WS-LATESTPN-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  WHOCSV-FILE
           RECORDING MODE IS F
           .
       01  WHOCSV-REC                  PIC X(100).
      *
       FD  SRCPREC-FILE.
       COPY SRCPREC REPLACING         ==:TAG1:== BY ==SRCPREC==
                                      ==:TAG2:== BY ==SP==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COVID19X-FILE.
       COPY COVID19X REPLACING        ==:TAG1:== BY ==COVID19X==
                                      ==:TAG2:== BY ==CX==.
      *
       FD  LATESTPN-FILE.
       COPY LATESTPN REPLACING        ==:TAG1:== BY ==LATESTPN==
                                      ==:TAG2:== BY ==LP==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-WHOCSV-STATUS            PIC 99 VALUE ZEROS.
       01  WS-SRCPREC-STATUS           PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19X-STATUS          PIC 99 VALUE ZEROS.
       01  WS-LATESTPN-STATUS          PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-END-OF-FILE           PIC X VALUE 'N'.
            88 WS-END-OF-FILE-OK       VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-REC-REJECTED          PIC X VALUE 'N'.
            88 WS-REC-IS-REJECTED      VALUE 'Y'.
           03 WS-MODE                  PIC X VALUE 'F'.
      *    F=FILL THEN LIST, R=LIST ONLY ***
            88 WS-MODE-FILL            VALUE 'F'.
            88 WS-MODE-REPORT          VALUE 'R'.
           03 WS-LP-AVAIL              PIC X VALUE 'N'.
            88 WS-LP-AVAIL-YES         VALUE 'Y'.
           03 WS-SP-AVAIL              PIC X VALUE 'N'.
            88 WS-SP-AVAIL-YES         VALUE 'Y'.
           03 WS-FILL-ALLOWED          PIC X VALUE 'N'.
            88 WS-FILL-ALLOWED-YES     VALUE 'Y'.
      *
      *    THE FEED NAME THIS STEP FILLS FROM - AS STAMPED IN
      *    CV-SOURCE-FILE AND NAMED ON SRCPREC ***
       77  WS-SECONDARY-FEED           PIC X(08) VALUE 'WHOCSV'.
      *
       01  WS-REC-OUT.
           03 WS-WHO-CODE              PIC X(05) VALUE SPACES.
           03 WS-WHO-DATE              PIC X(08) VALUE SPACES.
           03 WS-WHO-TOTAL-CONFIRMED   PIC 9(09) VALUE ZEROES.
           03 WS-WHO-TOTAL-DEATHS      PIC 9(09) VALUE ZEROES.
       01  WS-TALLYING-FIELDS          PIC 9(3) VALUE ZEROES.
       01  WS-CURR-ROW-NO              PIC 9(07) VALUE ZEROES.
      *
      *    THE PRIOR DAY ON FILE, FOR THE DAILY STEP ***
       01  WS-PRIOR-DATE-NUM           PIC 9(08) VALUE ZEROES.
       01  WS-PRIOR-DATE-INT           PIC 9(08) VALUE ZEROES.
       01  WS-PRIOR-FOUND              PIC X VALUE 'N'.
            88 WS-PRIOR-FOUND-YES      VALUE 'Y'.
       01  WS-PRIOR-TOTAL-CONFIRMED    PIC 9(09) VALUE ZEROES.
       01  WS-PRIOR-TOTAL-DEATHS       PIC 9(09) VALUE ZEROES.
      *
      *    THE PRIMARY FEED NAME OF THE COUNTRY BEING LISTED ***
       01  WS-LIST-CODE                PIC X(05) VALUE SPACES.
       01  WS-LIST-PRIMARY             PIC X(08) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-WHOCSV-READ           PIC 9(07) VALUE ZEROES.
           03 WS-WHOCSV-REJECTED       PIC 9(05) VALUE ZEROES.
           03 WS-ROWS-NOT-ALLOWED      PIC 9(07) VALUE ZEROES.
           03 WS-ROWS-ON-FILE          PIC 9(07) VALUE ZEROES.
           03 WS-COVID19D-INSERTED     PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-STANDING         PIC 9(07) VALUE ZEROES.
      *
      *    BALANCING-REGISTER POSTING - SEE SUB0007 ***
       77  WS-BAL-PGM-NAME             PIC X(08) VALUE 'SUB0007'.
       77  WS-BAL-JOB-NAME             PIC X(08) VALUE 'COV2008'.
       77  WS-BAL-FILE-ID              PIC X(08) VALUE 'COVID19D'.
       01  WS-BAL-MOVEMENT.
           03 WS-BAL-INSERTS           PIC 9(07) VALUE ZEROS.
           03 WS-BAL-REWRITES          PIC 9(07) VALUE ZEROS.
           03 WS-BAL-DELETES           PIC 9(07) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==BALPOST==.
      *
      *    EXCLUSIVE TOKEN ON THE SHARED INDEXED FILES - SEE SUB0003 *
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2008'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2008'.
           03 FILLER                   PIC X(50) VALUE
                '*** DAYS STANDING ON SECONDARY-SOURCE DATA *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(10) VALUE 'DATE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'TOTAL CONF'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'NEW CONF'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'TOTAL DEATHS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'NEW DEATHS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'FROM'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'ROW'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'FILLED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'AWAITING'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-TOTAL-CONF-O          PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-NEW-CONF-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-TOTAL-DEATH-O         PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-NEW-DEATH-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-SOURCE-O              PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-LINE-O                PIC ZZZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-FILLED-O              PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-PRIMARY-O             PIC X(08).
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='R' - LIST THE STANDING DAYS ONLY, NO FILL ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-MODE             PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO AND LK-PARM-MODE = 'R'
              MOVE 'R'               TO WS-MODE
              DISPLAY '*** WS-MODE: R - list only, no fill'
           END-IF
      *    THE FILL WRITES THE SHARED MASTERS, SO IT TAKES THE SAME
      *    EXCLUSIVE TOKEN THE LOADER DOES; THE LISTING ALONE SHARES
      *    IT LIKE ANY REPORT ***
           IF WS-MODE-FILL
              MOVE 'X '              TO WS-LOCK-MODE
           ELSE
              MOVE 'S '              TO WS-LOCK-MODE
           END-IF
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              PERFORM RELEASE-FILE-LOCK
              EXIT PARAGRAPH
           END-IF
           IF WS-MODE-FILL
              PERFORM READ-NEXT
              PERFORM UNTIL WS-END-OF-FILE-OK
                 PERFORM GET-INPUT-DATA
                 IF NOT WS-REC-IS-REJECTED
                    PERFORM FILL-ONE-ROW
                 END-IF
                 PERFORM READ-NEXT
              END-PERFORM
           END-IF
           PERFORM LIST-STANDING-DAYS
           PERFORM WRITE-TRAILERS
           PERFORM CLOSE-FILES
           IF WS-MODE-FILL
              PERFORM POST-BALANCING-MOVEMENTS
           END-IF
           PERFORM RELEASE-FILE-LOCK
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    THE FILL'S MOVEMENT ON THE BOOKS FOR COV1977 ***
       POST-BALANCING-MOVEMENTS.
           MOVE WS-COVID19D-INSERTED TO WS-BAL-INSERTS
           MOVE ZEROS                TO WS-BAL-REWRITES
                                        WS-BAL-DELETES
           CALL WS-BAL-PGM-NAME USING WS-BAL-JOB-NAME,
              WS-BAL-FILE-ID, WS-BAL-MOVEMENT, WS-BALPOST-INFO
           IF NOT WS-BALPOST-OK
              DISPLAY '*** Balancing post failed: '
                          WS-BALPOST-MESSAGE
           END-IF
           .
      *
       RELEASE-FILE-LOCK.
           IF WS-MODE-FILL
              MOVE 'RX'              TO WS-LOCK-MODE
           ELSE
              MOVE 'RS'              TO WS-LOCK-MODE
           END-IF
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                 TO WS-FILE-ERROR
           MOVE 16                  TO RETURN-CODE
           .
      *
       OPEN-FILES.
      *    NO PRECEDENCE TABLE YET MEANS NOTHING MAY BE FILLED - THE
      *    LISTING STILL RUNS ***
           OPEN INPUT SRCPREC-FILE
           IF WS-SRCPREC-STATUS = ZERO
              MOVE 'Y'               TO WS-SP-AVAIL
           ELSE
              DISPLAY '*** No SRCPREC file - no country may be '
                      'filled, status: ' WS-SRCPREC-STATUS
              IF WS-MODE-FILL
                 PERFORM SET-FILE-ERROR-RC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-MODE-FILL
              OPEN INPUT WHOCSV-FILE
              IF WS-WHOCSV-STATUS > 0
                 DISPLAY '*** ERROR OPENING WHOCSV-FILE-STATUS: '
                             WS-WHOCSV-STATUS
                 PERFORM SET-FILE-ERROR-RC
                 EXIT PARAGRAPH
              END-IF
              OPEN I-O COVID19D-FILE
           ELSE
              OPEN INPUT COVID19D-FILE
           END-IF
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           IF WS-MODE-FILL
              OPEN I-O COVID19X-FILE
              IF WS-COVID19X-STATUS NOT = ZERO
                 OPEN OUTPUT COVID19X-FILE
                 DISPLAY '*** COVID19X mirror created empty - run '
                         'COV1922 to backfill it from COVID19D'
              END-IF
              OPEN I-O LATESTPN-FILE
              IF WS-LATESTPN-STATUS = ZERO
                 MOVE 'Y'            TO WS-LP-AVAIL
              END-IF
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                TO PRINT-REC
           WRITE PRINT-REC          FROM WS-HEADER-1
           WRITE PRINT-REC          FROM WS-HEADER-2
           .
      *
       CLOSE-FILES.
           CLOSE COVID19D-FILE PRINT-LINE
           IF WS-SP-AVAIL-YES
              CLOSE SRCPREC-FILE
           END-IF
           IF WS-MODE-FILL
              CLOSE WHOCSV-FILE COVID19X-FILE
              IF WS-LP-AVAIL-YES
                 CLOSE LATESTPN-FILE
              END-IF
           END-IF
           .
      *
       READ-NEXT.
           READ WHOCSV-FILE
              AT END MOVE 'Y'       TO WS-END-OF-FILE
              NOT AT END
                 ADD 1              TO WS-WHOCSV-READ
                 ADD 1              TO WS-CURR-ROW-NO
           END-READ
           .
      *
      *    SAME ROW SHAPE AND EDITS AS COV1921 ***
       GET-INPUT-DATA.
           MOVE 'N'                 TO WS-REC-REJECTED
           MOVE ZERO                TO WS-TALLYING-FIELDS
           UNSTRING WHOCSV-REC
               DELIMITED BY ','
               INTO WS-WHO-CODE
                    WS-WHO-DATE
                    WS-WHO-TOTAL-CONFIRMED
                    WS-WHO-TOTAL-DEATHS
               TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
           IF WS-TALLYING-FIELDS NOT = 4 OR
              WS-WHO-DATE            NOT NUMERIC OR
              WS-WHO-TOTAL-CONFIRMED NOT NUMERIC OR
              WS-WHO-TOTAL-DEATHS    NOT NUMERIC
              MOVE 'Y'              TO WS-REC-REJECTED
              ADD 1                 TO WS-WHOCSV-REJECTED
              DISPLAY '*** Malformed WHOCSV row skipped: '
                          WHOCSV-REC (1:60)
           END-IF
           .
      *
      *    THE TABLE DECIDES FIRST; THEN ONLY A GENUINE HOLE IS
      *    FILLED ***
       FILL-ONE-ROW.
           PERFORM CHECK-PRECEDENCE
           IF NOT WS-FILL-ALLOWED-YES
              ADD 1                 TO WS-ROWS-NOT-ALLOWED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WHO-CODE          TO CV-CODE
           MOVE WS-WHO-DATE          TO CV-DATE
           READ COVID19D-FILE
              INVALID KEY
                 PERFORM FIND-PRIOR-DAY
                 PERFORM BUILD-FILL-RECORD
                 PERFORM WRITE-FILL-RECORD
              NOT INVALID KEY
                 ADD 1              TO WS-ROWS-ON-FILE
           END-READ
           .
      *
       CHECK-PRECEDENCE.
           MOVE 'N'                  TO WS-FILL-ALLOWED
           MOVE WS-WHO-CODE          TO SP-CODE
           READ SRCPREC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SP-FALLBACK-YES AND
                    SP-SECONDARY = WS-SECONDARY-FEED
                    MOVE 'Y'        TO WS-FILL-ALLOWED
                 END-IF
           END-READ
           .
      *
      *    THE DAY BEFORE, AS IT STANDS ON FILE FROM EITHER SOURCE -
      *    THE DAILY FIGURES ARE THE STEP FROM IT ***
       FIND-PRIOR-DAY.
           MOVE 'N'                  TO WS-PRIOR-FOUND
           MOVE WS-WHO-DATE          TO WS-PRIOR-DATE-NUM
           COMPUTE WS-PRIOR-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-PRIOR-DATE-NUM) - 1
           COMPUTE WS-PRIOR-DATE-NUM =
              FUNCTION DATE-OF-INTEGER (WS-PRIOR-DATE-INT)
           MOVE WS-WHO-CODE          TO CV-CODE
           MOVE WS-PRIOR-DATE-NUM    TO CV-DATE
           READ COVID19D-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'           TO WS-PRIOR-FOUND
                 MOVE CV-TOTAL-CONFIRMED TO WS-PRIOR-TOTAL-CONFIRMED
                 MOVE CV-TOTAL-DEATHS    TO WS-PRIOR-TOTAL-DEATHS
           END-READ
           .
      *
       BUILD-FILL-RECORD.
           MOVE WS-WHO-CODE          TO CV-CODE
           MOVE WS-WHO-DATE          TO CV-DATE
           MOVE WS-WHO-TOTAL-CONFIRMED TO CV-TOTAL-CONFIRMED
           MOVE WS-WHO-TOTAL-DEATHS  TO CV-TOTAL-DEATHS
      *    NO PRIOR DAY TO STEP FROM - THE DAILY FIGURES ARE LEFT AT
      *    ZERO RATHER THAN BOOKING THE WHOLE TOTAL ON ONE DAY ***
           IF WS-PRIOR-FOUND-YES
              COMPUTE CV-NEW-CONFIRMED =
                 WS-WHO-TOTAL-CONFIRMED - WS-PRIOR-TOTAL-CONFIRMED
              COMPUTE CV-NEW-DEATHS =
                 WS-WHO-TOTAL-DEATHS - WS-PRIOR-TOTAL-DEATHS
           ELSE
              MOVE ZERO              TO CV-NEW-CONFIRMED
                                        CV-NEW-DEATHS
           END-IF
      *    THE SECONDARY FEED CARRIES NO RECOVERED COUNT ***
           MOVE -1                   TO CV-NEW-RECOVERED
                                        CV-TOTAL-RECOVERED
           MOVE 'S'                  TO CV-SYNTHETIC-FLAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO CV-MAINT-DATE
           MOVE 'A'                  TO CV-MAINT-ACTION
           MOVE WS-SECONDARY-FEED    TO CV-SOURCE-FILE
           MOVE WS-CURR-ROW-NO       TO CV-SOURCE-LINE
           .
      *
       WRITE-FILL-RECORD.
           WRITE COVID19D-REC
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** Error WRITE COVID19D: '
                     WS-COVID19D-STATUS
           ELSE
              ADD 1                TO WS-COVID19D-INSERTED
              PERFORM PUT-COVID19X-REC
              PERFORM PUT-LATESTPN-REC
           END-IF
           .
      *
      *    KEEPS THE DATE-MAJOR MIRROR IN STEP, AS COV1901 DOES ***
       PUT-COVID19X-REC.
           MOVE CV-DATE              TO CX-DATE
           MOVE CV-CODE              TO CX-CODE
           MOVE CV-NEW-CONFIRMED     TO CX-NEW-CONFIRMED
           MOVE CV-TOTAL-CONFIRMED   TO CX-TOTAL-CONFIRMED
           MOVE CV-NEW-DEATHS        TO CX-NEW-DEATHS
           MOVE CV-TOTAL-DEATHS      TO CX-TOTAL-DEATHS
           MOVE CV-NEW-RECOVERED     TO CX-NEW-RECOVERED
           MOVE CV-TOTAL-RECOVERED   TO CX-TOTAL-RECOVERED
           MOVE CV-SYNTHETIC-FLAG    TO CX-SYNTHETIC-FLAG
           WRITE COVID19X-REC
              INVALID KEY
                 REWRITE COVID19X-REC
                 IF WS-COVID19X-STATUS > 0
                    DISPLAY '*** Error REWRITE COVID19X: '
                           WS-COVID19X-STATUS
                 END-IF
           END-WRITE
           .
      *
      *    A FILLED DAY ON OR PAST THE ONE STANDING BECOMES THE
      *    LATEST CASE POSITION, AS ON COV1901 ***
       PUT-LATESTPN-REC.
           IF NOT WS-LP-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE CV-CODE              TO LP-CODE
           READ LATESTPN-FILE
              INVALID KEY
                 MOVE CV-CODE        TO LP-CODE
                 MOVE ZEROS           TO LP-V-DATE
                                         LP-TOTAL-VACCINATIONS
                                         LP-PEOPLE-VACCINATED
                                         LP-PEOPLE-FULLY-VACCINATED
                                         LP-T-DATE
                                         LP-TOTAL-TESTS
                 PERFORM SET-LATESTPN-CASE-SIDE
                 WRITE LATESTPN-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 IF CV-DATE >= LP-D-DATE
                    PERFORM SET-LATESTPN-CASE-SIDE
                    REWRITE LATESTPN-REC
                 END-IF
           END-READ
           .
      *
       SET-LATESTPN-CASE-SIDE.
           MOVE CV-DATE              TO LP-D-DATE
           MOVE CV-NEW-CONFIRMED     TO LP-NEW-CONFIRMED
           MOVE CV-TOTAL-CONFIRMED   TO LP-TOTAL-CONFIRMED
           MOVE CV-NEW-DEATHS        TO LP-NEW-DEATHS
           MOVE CV-TOTAL-DEATHS      TO LP-TOTAL-DEATHS
           .
      *
      *    EVERY RECORD STILL CARRYING THE SECONDARY-SOURCE FLAG, IN
      *    CODE/DATE ORDER, WITH THE PRIMARY IT IS WAITING ON ***
       LIST-STANDING-DAYS.
           MOVE LOW-VALUES           TO CV-CODE-DATE
           START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           MOVE 'N'                  TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE-OK
              READ COVID19D-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'        TO WS-END-OF-FILE
                 NOT AT END
                    IF CV-IS-SECONDARY
                       PERFORM WRITE-STANDING-LINE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       WRITE-STANDING-LINE.
           ADD 1                     TO WS-DAYS-STANDING
           IF CV-CODE NOT = WS-LIST-CODE
              MOVE CV-CODE           TO WS-LIST-CODE
              PERFORM LOOK-UP-LIST-PRIMARY
           END-IF
           MOVE SPACES               TO WS-DETAILS-1
           MOVE CV-CODE              TO D1-CODE-O
           MOVE CV-DATE              TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-DATE-O
           MOVE CV-TOTAL-CONFIRMED   TO D1-TOTAL-CONF-O
           MOVE CV-NEW-CONFIRMED     TO D1-NEW-CONF-O
           MOVE CV-TOTAL-DEATHS      TO D1-TOTAL-DEATH-O
           MOVE CV-NEW-DEATHS        TO D1-NEW-DEATH-O
           MOVE CV-SOURCE-FILE       TO D1-SOURCE-O
           MOVE CV-SOURCE-LINE       TO D1-LINE-O
           MOVE CV-MAINT-DATE        TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-FILLED-O
           MOVE WS-LIST-PRIMARY      TO D1-PRIMARY-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
       LOOK-UP-LIST-PRIMARY.
           MOVE '?'                  TO WS-LIST-PRIMARY
           IF NOT WS-SP-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE CV-CODE              TO SP-CODE
           READ SRCPREC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SP-PRIMARY    TO WS-LIST-PRIMARY
           END-READ
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)   TO WS-EDIT-DATE-O (1:4)
           MOVE '-'                  TO WS-EDIT-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO WS-EDIT-DATE-O (6:2)
           MOVE '-'                  TO WS-EDIT-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO WS-EDIT-DATE-O (9:2)
           .
      *
       WRITE-TRAILERS.
           IF WS-MODE-FILL
              DISPLAY 'WHOCSV rows READ: '        WS-WHOCSV-READ
              DISPLAY 'WHOCSV rows REJECTED: '    WS-WHOCSV-REJECTED
              DISPLAY 'Rows with NO FALLBACK allowed: '
                                                 WS-ROWS-NOT-ALLOWED
              DISPLAY 'Rows ALREADY on COVID19D: ' WS-ROWS-ON-FILE
              DISPLAY 'COVID19D days FILLED from secondary: '
                                                 WS-COVID19D-INSERTED
           END-IF
           DISPLAY 'Days STANDING on secondary data: '
                                                 WS-DAYS-STANDING
           IF WS-DAYS-STANDING > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           .
      *
