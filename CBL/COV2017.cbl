      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2017.
       AUTHOR.         GEORGES B.
      *    Loader for the COVID19S vaccination-status breakdown file
      *    - plain unquoted CSV off the vendor's status feed, one row
      *    per country/date/status: CODE, STATUS, CASES, DEATHS, DATE
      *    (YYYYMMDD). The status column may come as the letter or
      *    the vendor's word (UNVACCINATED, PARTIAL, FULLY, BOOSTED) -
      *    the first letter decides. Mirrors COV1970's NEW/UPDATE
      *    PARM option and rejects-to-file handling, with its own
      *    COVID19SB exceptions file in the shared COVID19E shape.
      *    COV2018 turns the counts into weekly rates ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   COVID19SS-FILE      ASSIGN COVID19SS
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19SS-STATUS
           .
           SELECT   COVID19S-FILE       ASSIGN COVID19S
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS VS-KEY
                    FILE STATUS         IS WS-COVID19S-STATUS
           .
           SELECT   COVID19SB-FILE      ASSIGN COVID19SB
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19SB-STATUS
           .
      *    ALIAS CROSS-REFERENCE - A FOREIGN CODE OFF THE DEMOGRAPHIC
      *    FEED IS TRANSLATED TO THE CANONICAL C-CODE ON A HIT ***
           SELECT   CNTRYALS-FILE       ASSIGN CNTRYALS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS A-ALIAS
                    FILE STATUS         IS WS-CNTRYALS-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  COVID19SS-FILE
           RECORDING MODE IS F
           .
       01  COVID19SS-REC               PIC X(100).
      *
       FD  COVID19S-FILE.
       COPY COVID19S REPLACING        ==:TAG1:== BY ==COVID19S==
                                      ==:TAG2:== BY ==VS==.
      *
      *    SAME SHAPE AS COVID19E - REUSED HERE RATHER THAN INVENTING
      *    ANOTHER EXCEPTIONS LAYOUT FOR THE SAME KIND OF ROW ***
       FD  COVID19SB-FILE.
       COPY COVID19E REPLACING        ==:TAG1:== BY ==COVID19SB==
                                      ==:TAG2:== BY ==CVE==.
      *
       FD  CNTRYALS-FILE.
       COPY CNTRYALS REPLACING        ==:TAG1:== BY ==CNTRYALS==
                                      ==:TAG2:== BY ==A==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03  WS-COVID19SS-STATUS     PIC 99 VALUE ZEROS.
           03  WS-COVID19S-STATUS      PIC 99 VALUE ZEROS.
           03  WS-COVID19SB-STATUS     PIC 99 VALUE ZEROS.
           03  WS-CNTRYALS-STATUS      PIC 99 VALUE ZEROS.
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
           03 WS-ALIAS-AVAIL       PIC X VALUE 'N'.
            88 WS-ALIAS-AVAIL-YES  VALUE 'Y'.
      *
       01  WS-ALIAS-LOOKUP         PIC X(30) VALUE SPACES.
      *
       01  WS-REJECT-INFO.
           03 WS-REJECT-REASON-CODE PIC X(04) VALUE SPACES.
           03 WS-REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-COVID19SS-READ      PIC 9(05) VALUE ZEROS.
           03 WS-COVID19SS-REJECTED  PIC 9(05) VALUE ZEROS.
           03 WS-COVID19S-INSERTED   PIC 9(05) VALUE ZEROS.
           03 WS-COVID19S-UPDATED    PIC 9(05) VALUE ZEROS.
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
       77  WS-SEQ-JOB-NAME         PIC X(08) VALUE 'COV2017'.
       77  WS-RUN-NUMBER           PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
       01  WS-REC-OUT.
           03 WS-CODE                  PIC X(05) VALUE SPACES.
           03 WS-STATUS-LABEL          PIC X(12) VALUE SPACES.
           03 WS-STATUS                PIC X(01) VALUE SPACE.
            88 WS-STATUS-VALID         VALUE 'U' 'P' 'F' 'B'.
           03 WS-CASES                 PIC 9(9) VALUE ZEROES.
           03 WS-DEATHS                PIC 9(9) VALUE ZEROES.
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
           CLOSE COVID19SS-FILE COVID19S-FILE COVID19SB-FILE
           IF WS-ALIAS-AVAIL-YES
              CLOSE CNTRYALS-FILE
           END-IF
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT  COVID19SS-FILE
           IF WS-COVID19SS-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19SS-FILE-STATUS: '
                          WS-COVID19SS-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COVID19SB-FILE
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               OPEN OUTPUT COVID19S-FILE
             WHEN WS-OPTION-UPDATE
               OPEN I-O    COVID19S-FILE
           END-EVALUATE
           IF WS-COVID19S-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19S-FILE-STATUS: '
                          WS-COVID19S-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
      *    THE ALIAS XREF IS OPTIONAL - NO FILE, NO TRANSLATION ***
           OPEN INPUT CNTRYALS-FILE
           IF WS-CNTRYALS-STATUS = ZERO
              MOVE 'Y'              TO WS-ALIAS-AVAIL
           ELSE
              DISPLAY '*** CNTRYALS not available, status: '
                          WS-CNTRYALS-STATUS
                      ' - alias translation off'
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
           READ COVID19SS-FILE
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-COVID19SS-READ
           END-READ
           .
      *
      *    PLAIN COMMA-DELIMITED ROW, NO QUOTES - CODE, STATUS,
      *    TWO FIGURE COLUMNS AND A BARE YYYYMMDD DATE ***
       GET-INPUT-DATA.
           MOVE 'N'                TO WS-REC-REJECTED
      *    TALLYING ACCUMULATES ACROSS UNSTRINGS - RESET PER ROW ***
           MOVE ZERO               TO WS-TALLYING-FIELDS
           UNSTRING COVID19SS-REC
               DELIMITED BY ','
               INTO WS-CODE
                    WS-STATUS-LABEL
                    WS-CASES
                    WS-DEATHS
                    WS-DATE
               TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
           IF WS-TALLYING-FIELDS NOT = 5
              MOVE 'UNS1'          TO WS-REJECT-REASON-CODE
              MOVE 'Unstring of COVID19SS columns failed'
                                   TO WS-REJECT-REASON-TEXT
              PERFORM WRITE-REJECT-REC
           ELSE
              PERFORM VALIDATE-NUMERIC-FIELDS
           END-IF
           .
      *
      *    THE FEED SENDS THE STATUS AS A LETTER OR A WORD - ITS FIRST
      *    LETTER IS THE STATUS EITHER WAY ***
       VALIDATE-NUMERIC-FIELDS.
           MOVE WS-STATUS-LABEL (1:1) TO WS-STATUS
           INSPECT WS-STATUS CONVERTING 'upfb' TO 'UPFB'
           EVALUATE TRUE
             WHEN WS-CASES            NOT NUMERIC OR
                  WS-DEATHS           NOT NUMERIC OR
                  WS-DATE-YEAR        NOT NUMERIC OR
                  WS-DATE-MONTH       NOT NUMERIC OR
                  WS-DATE-DAY         NOT NUMERIC
               MOVE 'NUM1'          TO WS-REJECT-REASON-CODE
               MOVE 'Non-numeric figure or date field'
                                    TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-REC
             WHEN NOT WS-STATUS-VALID
               MOVE 'STS1'          TO WS-REJECT-REASON-CODE
               MOVE 'Vaccination status not U/P/F/B'
                                    TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-REC
             WHEN OTHER
               PERFORM VALIDATE-CALENDAR-DATE
           END-EVALUATE
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
           MOVE COVID19SS-REC        TO CVE-RAW-LINE
           MOVE SPACE                TO CVE-STATUS
           MOVE WS-RUN-NUMBER        TO CVE-RUN-NUMBER
           WRITE COVID19SB-REC
           IF WS-COVID19SB-STATUS > 0
              DISPLAY '*** Error WRITE COVID19SB: '
                     WS-COVID19SB-STATUS
           ELSE
              ADD 1                 TO WS-COVID19SS-REJECTED
           END-IF
           .
      *
       WRITE-FILES.
           IF WS-REC-IS-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-CODE-ALIAS
           PERFORM BUILD-OUTPUT-RECORD
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               PERFORM WRITE-COVID19S-REC
             WHEN WS-OPTION-UPDATE
               PERFORM UPDATE-COVID19S-REC
           END-EVALUATE
           .
      *
       RESOLVE-CODE-ALIAS.
           IF NOT WS-ALIAS-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-ALIAS-LOOKUP
           MOVE WS-CODE             TO WS-ALIAS-LOOKUP
           MOVE WS-ALIAS-LOOKUP     TO A-ALIAS
           READ CNTRYALS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY '*** Alias ' WS-CODE
                         ' translated to ' A-C-CODE
                 MOVE A-C-CODE      TO WS-CODE
           END-READ
           .
      *
       BUILD-OUTPUT-RECORD.
           MOVE WS-CODE              TO VS-CODE
           MOVE WS-DATE-YEAR         TO VS-DATE-YEAR
           MOVE WS-DATE-MONTH        TO VS-DATE-MONTH
           MOVE WS-DATE-DAY          TO VS-DATE-DAY
           MOVE WS-STATUS            TO VS-STATUS
           MOVE WS-CASES             TO VS-CASES
           MOVE WS-DEATHS            TO VS-DEATHS
           .
      *
       WRITE-COVID19S-REC.
           WRITE COVID19S-REC
           IF WS-COVID19S-STATUS > 0
              DISPLAY '*** Error WRITE COVID19S: '
                     WS-COVID19S-STATUS
           ELSE
              ADD 1                TO WS-COVID19S-INSERTED
           END-IF
           .
      *
       UPDATE-COVID19S-REC.
           READ COVID19S-FILE
           EVALUATE TRUE
             WHEN WS-COVID19S-STATUS = 00
               PERFORM BUILD-OUTPUT-RECORD
               REWRITE COVID19S-REC
               IF WS-COVID19S-STATUS > 0
                    DISPLAY '*** Error REWRITE file COVID19S: '
                         WS-COVID19S-STATUS
               ELSE
                 ADD 1             TO WS-COVID19S-UPDATED
               END-IF
             WHEN OTHER
               PERFORM BUILD-OUTPUT-RECORD
               WRITE COVID19S-REC
               IF WS-COVID19S-STATUS > 0
                    DISPLAY '*** Error WRITE COVID19S: '
                         WS-COVID19S-STATUS
               ELSE
                 ADD 1             TO WS-COVID19S-INSERTED
               END-IF
           END-EVALUATE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'COVID19SS records READ: '     WS-COVID19SS-READ
           DISPLAY 'COVID19SS records REJECTED: '
                                           WS-COVID19SS-REJECTED
           DISPLAY 'COVID19S records INSERTED: '  WS-COVID19S-INSERTED
           DISPLAY 'COVID19S records UPDATED: '   WS-COVID19S-UPDATED
           .
