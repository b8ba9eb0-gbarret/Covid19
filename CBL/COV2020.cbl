      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2020.
       AUTHOR.         GEORGES B.
      *    Loader for the WWMEAS wastewater measurements file - the
      *    environmental agency's weekly plain unquoted CSV, one row
      *    per site and sample: SITE ID, SAMPLE DATE (YYYYMMDD),
      *    CONCENTRATION (genome copies per litre, up to two decimal
      *    places). The site must already be on the WWSITE master
      *    (COV2019) - an unknown site is rejected, since without its
      *    catchment it cannot be weighted. Mirrors COV1970's
      *    NEW/UPDATE PARM option and rejects-to-file handling, with
      *    its own WWMEASB exceptions file in the shared COVID19E
      *    shape. COV2021 rolls the sites up by country ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   WWMEASS-FILE      ASSIGN WWMEASS
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-WWMEASS-STATUS
           .
           SELECT   WWMEAS-FILE       ASSIGN WWMEAS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS WM-KEY
                    FILE STATUS         IS WS-WWMEAS-STATUS
           .
           SELECT   WWMEASB-FILE      ASSIGN WWMEASB
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-WWMEASB-STATUS
           .
      *    SAMPLING-SITE MASTER - EVERY ROW'S SITE MUST BE ON IT ***
           SELECT   WWSITE-FILE         ASSIGN WWSITE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS WW-SITE-ID
                    FILE STATUS         IS WS-WWSITE-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  WWMEASS-FILE
           RECORDING MODE IS F
           .
       01  WWMEASS-REC               PIC X(100).
      *
       FD  WWMEAS-FILE.
       COPY WWMEAS REPLACING        ==:TAG1:== BY ==WWMEAS==
                                      ==:TAG2:== BY ==WM==.
      *
      *    SAME SHAPE AS COVID19E - REUSED HERE RATHER THAN INVENTING
      *    ANOTHER EXCEPTIONS LAYOUT FOR THE SAME KIND OF ROW ***
       FD  WWMEASB-FILE.
       COPY COVID19E REPLACING        ==:TAG1:== BY ==WWMEASB==
                                      ==:TAG2:== BY ==CVE==.
      *
       FD  WWSITE-FILE.
       COPY WWSITE REPLACING          ==:TAG1:== BY ==WWSITE==
                                      ==:TAG2:== BY ==WW==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03  WS-WWMEASS-STATUS     PIC 99 VALUE ZEROS.
           03  WS-WWMEAS-STATUS      PIC 99 VALUE ZEROS.
           03  WS-WWMEASB-STATUS     PIC 99 VALUE ZEROS.
           03  WS-WWSITE-STATUS        PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-OPTION            PIC X VALUE 'U'.
      *    N=INITIALIZE FILE, U=UPDATE FILE ***
            88 WS-OPTION-NEW       VALUE 'N'.
            88 WS-OPTION-UPDATE    VALUE 'U'.
           03 WS-END-OF-FILE       PIC X VALUE 'N'.
            88 WS-END-OF-FILE-OK   VALUE 'Y'.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-REC-REJECTED      PIC X VALUE 'N'.
            88 WS-REC-IS-REJECTED  VALUE 'Y'.
           03 WS-CONC-VALID        PIC X VALUE 'N'.
            88 WS-CONC-VALID-YES   VALUE 'Y'.
      *
       01  WS-REJECT-INFO.
           03 WS-REJECT-REASON-CODE PIC X(04) VALUE SPACES.
           03 WS-REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-WWMEASS-READ      PIC 9(05) VALUE ZEROS.
           03 WS-WWMEASS-REJECTED  PIC 9(05) VALUE ZEROS.
           03 WS-WWMEAS-INSERTED   PIC 9(05) VALUE ZEROS.
           03 WS-WWMEAS-UPDATED    PIC 9(05) VALUE ZEROS.
      *
       01  WS-TALLYING-FIELDS        PIC 9(3) VALUE ZEROES.
      *
      *    SHARED CALENDAR VALIDATION - SAME EDIT COV1913 APPLIES ***
       77  WS-DATE-PGM-NAME          PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK            PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR            PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-DATE              PIC 9(08) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *
      *    RUN CORRELATION NUMBER OFF THE SUB0009 SEQUENCE SERVICE -
      *    STAMPED ON EVERY REJECT LINE THIS RUN WRITES ***
       77  WS-SEQ-PGM-NAME         PIC X(08) VALUE 'SUB0009'.
       77  WS-SEQ-JOB-NAME         PIC X(08) VALUE 'COV2020'.
       77  WS-RUN-NUMBER           PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
      *    THE CONCENTRATION COLUMN SPLIT AT ITS DECIMAL POINT ***
       01  WS-CONC-WORK.
           03 WS-CONC-INT              PIC X(11) VALUE SPACES.
           03 WS-CONC-FRAC             PIC X(02) VALUE SPACES.
           03 WS-CONC-INT-LEN          PIC 9(02) VALUE ZEROS.
           03 WS-CONC-FRAC-LEN         PIC 9(02) VALUE ZEROS.
      *
       01  WS-REC-OUT.
           03 WS-SITE-ID               PIC X(08) VALUE SPACES.
           03 WS-CONC-TEXT             PIC X(16) VALUE SPACES.
           03 WS-CONCENTRATION         PIC 9(11)V99 VALUE ZEROES.
           03 WS-DATE                  PIC X(08) VALUE SPACES.
           03 WS-DATE-R REDEFINES WS-DATE.
              05 WS-DATE-YEAR          PIC X(04).
              05 WS-DATE-MONTH         PIC X(02).
              05 WS-DATE-DAY           PIC X(02).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g. PARM='U' ***
       01  LK-PARM.
           03 LK-PARM-LEN          PIC S9(4) COMP.
           03 LK-PARM-OPTION       PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-OPTION  TO WS-OPTION
              DISPLAY '*** WS-OPTION from PARM: ' WS-OPTION
           ELSE
              ACCEPT WS-OPTION
           END-IF
           IF WS-OPTION-NEW OR WS-OPTION-UPDATE
             CONTINUE
             DISPLAY '*** WS-OPTION: ' WS-OPTION
           ELSE
             DISPLAY '*** ERROR WS-OPTION is Missing or not Valid'
             EXIT PARAGRAPH
           END-IF
           PERFORM OBTAIN-RUN-NUMBER
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT
           PERFORM UNTIL WS-END-OF-FILE-OK
              PERFORM GET-INPUT-DATA
              PERFORM WRITE-FILES
              PERFORM READ-NEXT
           END-PERFORM
           PERFORM WRITE-TRAILERS
           CLOSE WWMEASS-FILE WWMEAS-FILE WWMEASB-FILE
                 WWSITE-FILE
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT  WWMEASS-FILE
           IF WS-WWMEASS-STATUS > 0
              DISPLAY '*** ERROR OPENING WWMEASS-FILE-STATUS: '
                          WS-WWMEASS-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WWMEASB-FILE
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               OPEN OUTPUT WWMEAS-FILE
             WHEN WS-OPTION-UPDATE
               OPEN I-O    WWMEAS-FILE
           END-EVALUATE
           IF WS-WWMEAS-STATUS > 0
              DISPLAY '*** ERROR OPENING WWMEAS-FILE-STATUS: '
                          WS-WWMEAS-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT WWSITE-FILE
           IF WS-WWSITE-STATUS > 0
              DISPLAY '*** ERROR OPENING WWSITE-FILE-STATUS: '
                          WS-WWSITE-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           .
      *
       OBTAIN-RUN-NUMBER.
           CALL WS-SEQ-PGM-NAME USING WS-SEQ-JOB-NAME,
              WS-RUN-NUMBER, WS-RUNSEQ-INFO
           IF NOT WS-RUNSEQ-OK
              DISPLAY '*** Run number not issued: ' WS-RUNSEQ-MESSAGE
              MOVE ZEROS             TO WS-RUN-NUMBER
           ELSE
              DISPLAY '*** Run number: ' WS-RUN-NUMBER
           END-IF
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                 TO WS-FILE-ERROR
           MOVE 16                  TO RETURN-CODE
           .
      *
       READ-NEXT.
           READ WWMEASS-FILE
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-WWMEASS-READ
           END-READ
           .
      *
      *    PLAIN COMMA-DELIMITED ROW, NO QUOTES - SITE ID, A BARE
      *    YYYYMMDD SAMPLE DATE AND THE CONCENTRATION ***
       GET-INPUT-DATA.
           MOVE 'N'                TO WS-REC-REJECTED
      *    TALLYING ACCUMULATES ACROSS UNSTRINGS - RESET PER ROW ***
           MOVE ZERO               TO WS-TALLYING-FIELDS
           UNSTRING WWMEASS-REC
               DELIMITED BY ','
               INTO WS-SITE-ID
                    WS-DATE
                    WS-CONC-TEXT
               TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
           IF WS-TALLYING-FIELDS NOT = 3
              MOVE 'UNS1'          TO WS-REJECT-REASON-CODE
              MOVE 'Unstring of WWMEASS columns failed'
                                   TO WS-REJECT-REASON-TEXT
              PERFORM WRITE-REJECT-REC
           ELSE
              PERFORM VALIDATE-NUMERIC-FIELDS
           END-IF
           .
      *
       VALIDATE-NUMERIC-FIELDS.
           PERFORM PARSE-CONCENTRATION
           EVALUATE TRUE
             WHEN NOT WS-CONC-VALID-YES
               MOVE 'NUM2'          TO WS-REJECT-REASON-CODE
               MOVE 'Concentration is not a number'
                                    TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-REC
             WHEN WS-DATE-YEAR        NOT NUMERIC OR
                  WS-DATE-MONTH       NOT NUMERIC OR
                  WS-DATE-DAY         NOT NUMERIC
               MOVE 'NUM1'          TO WS-REJECT-REASON-CODE
               MOVE 'Non-numeric sample date'
                                    TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-REC
             WHEN OTHER
               PERFORM VALIDATE-CALENDAR-DATE
           END-EVALUATE
           IF NOT WS-REC-IS-REJECTED
              PERFORM VALIDATE-SITE
           END-IF
           .
      *
      *    DIGITS, OPTIONALLY A POINT AND UP TO TWO MORE DIGITS ***
       PARSE-CONCENTRATION.
           MOVE 'N'                 TO WS-CONC-VALID
           MOVE SPACES              TO WS-CONC-INT WS-CONC-FRAC
           MOVE ZEROS               TO WS-CONC-INT-LEN
                                       WS-CONC-FRAC-LEN
                                       WS-CONCENTRATION
           UNSTRING WS-CONC-TEXT
               DELIMITED BY '.' OR ALL SPACE
               INTO WS-CONC-INT  COUNT IN WS-CONC-INT-LEN
                    WS-CONC-FRAC COUNT IN WS-CONC-FRAC-LEN
           END-UNSTRING
           IF WS-CONC-INT-LEN < 1 OR WS-CONC-INT-LEN > 11 OR
              WS-CONC-FRAC-LEN > 2
              EXIT PARAGRAPH
           END-IF
           IF WS-CONC-INT (1:WS-CONC-INT-LEN) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF WS-CONC-FRAC-LEN > ZERO
              IF WS-CONC-FRAC (1:WS-CONC-FRAC-LEN) NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE WS-CONCENTRATION =
              FUNCTION NUMVAL (WS-CONC-TEXT)
           MOVE 'Y'                 TO WS-CONC-VALID
           .
      *
       VALIDATE-SITE.
           MOVE WS-SITE-ID          TO WW-SITE-ID
           READ WWSITE-FILE
              INVALID KEY
                 MOVE 'SIT1'        TO WS-REJECT-REASON-CODE
                 MOVE 'Sampling site not on WWSITE'
                                    TO WS-REJECT-REASON-TEXT
                 PERFORM WRITE-REJECT-REC
           END-READ
           .
      *
      *    THE DIGITS CHECKED ABOVE CAN STILL SPELL AN IMPOSSIBLE
      *    CALENDAR DATE - SUB0005 IS THE SHARED JUDGE OF THAT ***
       VALIDATE-CALENDAR-DATE.
           MOVE WS-DATE             TO WS-EDIT-DATE
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              MOVE 'DATE'          TO WS-REJECT-REASON-CODE
              MOVE WS-DATECHK-MESSAGE
                                   TO WS-REJECT-REASON-TEXT
              PERFORM WRITE-REJECT-REC
           END-IF
           .
      *
       WRITE-REJECT-REC.
           MOVE 'Y'                 TO WS-REC-REJECTED
           MOVE FUNCTION CURRENT-DATE (1:8) TO CVE-RUN-DATE
           MOVE WS-REJECT-REASON-CODE TO CVE-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO CVE-REASON-TEXT
           MOVE SPACES               TO CVE-RAW-LINE
           MOVE WWMEASS-REC        TO CVE-RAW-LINE
           MOVE SPACE                TO CVE-STATUS
           MOVE WS-RUN-NUMBER        TO CVE-RUN-NUMBER
           WRITE WWMEASB-REC
           IF WS-WWMEASB-STATUS > 0
              DISPLAY '*** Error WRITE WWMEASB: '
                     WS-WWMEASB-STATUS
           ELSE
              ADD 1                 TO WS-WWMEASS-REJECTED
           END-IF
           .
      *
       WRITE-FILES.
           IF WS-REC-IS-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUTPUT-RECORD
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               PERFORM WRITE-WWMEAS-REC
             WHEN WS-OPTION-UPDATE
               PERFORM UPDATE-WWMEAS-REC
           END-EVALUATE
           .
      *
       BUILD-OUTPUT-RECORD.
           MOVE WS-SITE-ID           TO WM-SITE-ID
           MOVE WS-DATE              TO WM-SAMPLE-DATE
           MOVE WS-CONCENTRATION     TO WM-CONCENTRATION
           .
      *
       WRITE-WWMEAS-REC.
           WRITE WWMEAS-REC
           IF WS-WWMEAS-STATUS > 0
              DISPLAY '*** Error WRITE WWMEAS: '
                     WS-WWMEAS-STATUS
           ELSE
              ADD 1                TO WS-WWMEAS-INSERTED
           END-IF
           .
      *
       UPDATE-WWMEAS-REC.
           READ WWMEAS-FILE
           EVALUATE TRUE
             WHEN WS-WWMEAS-STATUS = 00
               PERFORM BUILD-OUTPUT-RECORD
               REWRITE WWMEAS-REC
               IF WS-WWMEAS-STATUS > 0
                    DISPLAY '*** Error REWRITE file WWMEAS: '
                         WS-WWMEAS-STATUS
               ELSE
                 ADD 1             TO WS-WWMEAS-UPDATED
               END-IF
             WHEN OTHER
               PERFORM BUILD-OUTPUT-RECORD
               WRITE WWMEAS-REC
               IF WS-WWMEAS-STATUS > 0
                    DISPLAY '*** Error WRITE WWMEAS: '
                         WS-WWMEAS-STATUS
               ELSE
                 ADD 1             TO WS-WWMEAS-INSERTED
               END-IF
           END-EVALUATE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'WWMEASS records READ: '     WS-WWMEASS-READ
           DISPLAY 'WWMEASS records REJECTED: '
                                           WS-WWMEASS-REJECTED
           DISPLAY 'WWMEAS records INSERTED: '  WS-WWMEAS-INSERTED
           DISPLAY 'WWMEAS records UPDATED: '   WS-WWMEAS-UPDATED
           .
