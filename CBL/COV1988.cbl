      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1988.
       AUTHOR.         GEORGES B.
      *    Loader for the COVID19P subnational (province/state) case
      *    file - plain unquoted CSV, one row per country/province/
      *    date: CODE, PROVINCE, NEW CONFIRMED, TOTAL CONFIRMED, NEW
      *    DEATHS, TOTAL DEATHS, DATE (YYYYMMDD). Mirrors COV1913/
      *    COV1933's NEW/UPDATE PARM option and rejects-to-file
      *    handling, with its own COVID19PE exceptions file in the
      *    shared COVID19E shape. A province not on the PROVINCE
      *    reference list for its country is rejected, so a vendor's
      *    spelling of a region can't open a new line on the roll-up
      *    by accident ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   COVID19PS-FILE      ASSIGN COVID19PS
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19PS-STATUS
           .
           SELECT   COVID19P-FILE       ASSIGN COVID19P
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CVP-KEY
                    FILE STATUS         IS WS-COVID19P-STATUS
           .
           SELECT   COVID19PE-FILE      ASSIGN COVID19PE
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19PE-STATUS
           .
           SELECT   PROVINCE-FILE       ASSIGN PROVINCE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS PV-KEY
                    FILE STATUS         IS WS-PROVINCE-STATUS
           .
      *    ALIAS CROSS-REFERENCE - A FOREIGN CODE OFF THE PROVINCE
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
       FD  COVID19PS-FILE
           RECORDING MODE IS F
           .
       01  COVID19PS-REC               PIC X(100).
      *
       FD  COVID19P-FILE.
       COPY COVID19P REPLACING        ==:TAG1:== BY ==COVID19P==
                                      ==:TAG2:== BY ==CVP==.
      *
      *    SAME SHAPE AS COVID19E - REUSED HERE RATHER THAN INVENTING
      *    ANOTHER EXCEPTIONS LAYOUT FOR THE SAME KIND OF ROW ***
       FD  COVID19PE-FILE.
       COPY COVID19E REPLACING        ==:TAG1:== BY ==COVID19PE==
                                      ==:TAG2:== BY ==CVE==.
      *
       FD  PROVINCE-FILE.
       COPY PROVINCE REPLACING        ==:TAG1:== BY ==PROVINCE==
                                      ==:TAG2:== BY ==PV==.
      *
       FD  CNTRYALS-FILE.
       COPY CNTRYALS REPLACING        ==:TAG1:== BY ==CNTRYALS==
                                      ==:TAG2:== BY ==A==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03  WS-COVID19PS-STATUS     PIC 99 VALUE ZEROS.
           03  WS-COVID19P-STATUS      PIC 99 VALUE ZEROS.
           03  WS-COVID19PE-STATUS     PIC 99 VALUE ZEROS.
           03  WS-PROVINCE-STATUS      PIC 99 VALUE ZEROS.
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
           03 WS-PROV-AVAIL        PIC X VALUE 'N'.
            88 WS-PROV-AVAIL-YES   VALUE 'Y'.
      *
       01  WS-ALIAS-LOOKUP         PIC X(30) VALUE SPACES.
      *
       01  WS-REJECT-INFO.
           03 WS-REJECT-REASON-CODE PIC X(04) VALUE SPACES.
           03 WS-REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-COVID19PS-READ      PIC 9(05) VALUE ZEROS.
           03 WS-COVID19PS-REJECTED  PIC 9(05) VALUE ZEROS.
           03 WS-COVID19P-INSERTED   PIC 9(05) VALUE ZEROS.
           03 WS-COVID19P-UPDATED    PIC 9(05) VALUE ZEROS.
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
      *    BALANCING-REGISTER POSTING - SEE SUB0007 ***
       77  WS-BAL-PGM-NAME           PIC X(08) VALUE 'SUB0007'.
       77  WS-BAL-JOB-NAME           PIC X(08) VALUE 'COV1988'.
       77  WS-BAL-FILE-ID            PIC X(08) VALUE 'COVID19P'.
       01  WS-BAL-MOVEMENT.
           03 WS-BAL-INSERTS         PIC 9(07) VALUE ZEROS.
           03 WS-BAL-REWRITES        PIC 9(07) VALUE ZEROS.
           03 WS-BAL-DELETES         PIC 9(07) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==BALPOST==.
      *
      *    RUN CORRELATION NUMBER OFF THE SUB0009 SEQUENCE SERVICE -
      *    STAMPED ON EVERY REJECT LINE THIS RUN WRITES ***
       77  WS-SEQ-PGM-NAME         PIC X(08) VALUE 'SUB0009'.
       77  WS-SEQ-JOB-NAME         PIC X(08) VALUE 'COV1988'.
       77  WS-RUN-NUMBER           PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
       01  WS-REC-OUT.
           03 WS-CODE                  PIC X(05) VALUE SPACES.
           03 WS-PROV                  PIC X(06) VALUE SPACES.
           03 WS-NEW-CONFIRMED         PIC 9(9) VALUE ZEROES.
           03 WS-TOTAL-CONFIRMED       PIC 9(9) VALUE ZEROES.
           03 WS-NEW-DEATHS            PIC 9(9) VALUE ZEROES.
           03 WS-TOTAL-DEATHS          PIC 9(9) VALUE ZEROES.
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
           PERFORM POST-BALANCING-MOVEMENT
           CLOSE COVID19PS-FILE COVID19P-FILE COVID19PE-FILE
           IF WS-ALIAS-AVAIL-YES
              CLOSE CNTRYALS-FILE
           END-IF
           IF WS-PROV-AVAIL-YES
              CLOSE PROVINCE-FILE
           END-IF
           GOBACK
           .
      *
      *    THE RUN'S MOVEMENT ON THE BOOKS FOR COV1977 ***
       POST-BALANCING-MOVEMENT.
           MOVE WS-COVID19P-INSERTED TO WS-BAL-INSERTS
           MOVE WS-COVID19P-UPDATED  TO WS-BAL-REWRITES
           MOVE ZEROS                 TO WS-BAL-DELETES
           CALL WS-BAL-PGM-NAME USING WS-BAL-JOB-NAME,
              WS-BAL-FILE-ID, WS-BAL-MOVEMENT, WS-BALPOST-INFO
           IF NOT WS-BALPOST-OK
              DISPLAY '*** Balancing post failed: '
                          WS-BALPOST-MESSAGE
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT  COVID19PS-FILE
           IF WS-COVID19PS-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19PS-FILE-STATUS: '
                          WS-COVID19PS-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COVID19PE-FILE
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               OPEN OUTPUT COVID19P-FILE
             WHEN WS-OPTION-UPDATE
               OPEN I-O    COVID19P-FILE
           END-EVALUATE
           IF WS-COVID19P-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19P-FILE-STATUS: '
                          WS-COVID19P-STATUS
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
      *    NO REFERENCE LIST YET MEANS NOTHING TO CHECK AGAINST - THE
      *    ROWS LOAD AS SENT AND THE JOB LOG SAYS SO ***
           OPEN INPUT PROVINCE-FILE
           IF WS-PROVINCE-STATUS = ZERO
              MOVE 'Y'              TO WS-PROV-AVAIL
           ELSE
              DISPLAY '*** PROVINCE not available, status: '
                          WS-PROVINCE-STATUS
                      ' - province check off'
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
           READ COVID19PS-FILE
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-COVID19PS-READ
           END-READ
           .
      *
      *    PLAIN COMMA-DELIMITED ROW, NO QUOTES - CODE, PROVINCE, FOUR
      *    FIGURE COLUMNS AND A BARE YYYYMMDD DATE ***
       GET-INPUT-DATA.
           MOVE 'N'                TO WS-REC-REJECTED
      *    TALLYING ACCUMULATES ACROSS UNSTRINGS - RESET PER ROW ***
           MOVE ZERO               TO WS-TALLYING-FIELDS
           UNSTRING COVID19PS-REC
               DELIMITED BY ','
               INTO WS-CODE
                    WS-PROV
                    WS-NEW-CONFIRMED
                    WS-TOTAL-CONFIRMED
                    WS-NEW-DEATHS
                    WS-TOTAL-DEATHS
                    WS-DATE
               TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
           IF WS-TALLYING-FIELDS NOT = 7
              MOVE 'UNS1'          TO WS-REJECT-REASON-CODE
              MOVE 'Unstring of COVID19PS columns failed'
                                   TO WS-REJECT-REASON-TEXT
              PERFORM WRITE-REJECT-REC
           ELSE
              PERFORM VALIDATE-NUMERIC-FIELDS
           END-IF
           .
      *
       VALIDATE-NUMERIC-FIELDS.
           IF WS-NEW-CONFIRMED      NOT NUMERIC OR
              WS-TOTAL-CONFIRMED    NOT NUMERIC OR
              WS-NEW-DEATHS         NOT NUMERIC OR
              WS-TOTAL-DEATHS       NOT NUMERIC OR
              WS-DATE-YEAR          NOT NUMERIC OR
              WS-DATE-MONTH         NOT NUMERIC OR
              WS-DATE-DAY           NOT NUMERIC
              MOVE 'NUM1'          TO WS-REJECT-REASON-CODE
              MOVE 'Non-numeric figure or date field'
                                   TO WS-REJECT-REASON-TEXT
              PERFORM WRITE-REJECT-REC
           ELSE
              PERFORM VALIDATE-FIGURE-SANITY
           END-IF
           .
      *
      *    A DAY'S NEW FIGURE LARGER THAN THE RUNNING TOTAL IT FEEDS
      *    IS A FEED ERROR - REJECT IT HERE RATHER THAN LET THE
      *    ROLL-UP QUOTE IT ***
       VALIDATE-FIGURE-SANITY.
           IF WS-NEW-CONFIRMED > WS-TOTAL-CONFIRMED OR
              WS-NEW-DEATHS > WS-TOTAL-DEATHS
              MOVE 'SAN1'          TO WS-REJECT-REASON-CODE
              MOVE 'New figure exceeds its total'
                                   TO WS-REJECT-REASON-TEXT
              PERFORM WRITE-REJECT-REC
           ELSE
              PERFORM VALIDATE-CALENDAR-DATE
           END-IF
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
      *    RUN AFTER THE ALIAS TRANSLATION SO THE LIST IS CHECKED
      *    UNDER THE CANONICAL COUNTRY CODE ***
       VALIDATE-PROVINCE.
           IF NOT WS-PROV-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE             TO PV-CODE
           MOVE WS-PROV             TO PV-PROV
           READ PROVINCE-FILE
              INVALID KEY
                 MOVE 'PRV1'       TO WS-REJECT-REASON-CODE
                 MOVE 'Province not on reference list'
                                   TO WS-REJECT-REASON-TEXT
                 PERFORM WRITE-REJECT-REC
           END-READ
           .
      *
       WRITE-REJECT-REC.
           MOVE 'Y'                 TO WS-REC-REJECTED
           MOVE FUNCTION CURRENT-DATE (1:8) TO CVE-RUN-DATE
           MOVE WS-REJECT-REASON-CODE TO CVE-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO CVE-REASON-TEXT
           MOVE SPACES               TO CVE-RAW-LINE
           MOVE COVID19PS-REC        TO CVE-RAW-LINE
           MOVE SPACE                TO CVE-STATUS
           MOVE WS-RUN-NUMBER        TO CVE-RUN-NUMBER
           WRITE COVID19PE-REC
           IF WS-COVID19PE-STATUS > 0
              DISPLAY '*** Error WRITE COVID19PE: '
                     WS-COVID19PE-STATUS
           ELSE
              ADD 1                 TO WS-COVID19PS-REJECTED
           END-IF
           .
      *
       WRITE-FILES.
           IF WS-REC-IS-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-CODE-ALIAS
           PERFORM VALIDATE-PROVINCE
           IF WS-REC-IS-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUTPUT-RECORD
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               PERFORM WRITE-COVID19P-REC
             WHEN WS-OPTION-UPDATE
               PERFORM UPDATE-COVID19P-REC
           END-EVALUATE
           .
      *
      *    THE PROVINCE FEED SOMETIMES SENDS A FOREIGN CODE STANDARD -
      *    TRANSLATE TO THE CANONICAL C-CODE WHEN AN ALIAS EXISTS ***
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
           MOVE WS-CODE                    TO CVP-CODE
           MOVE WS-DATE-YEAR                TO CVP-DATE-YEAR
           MOVE WS-DATE-MONTH               TO CVP-DATE-MONTH
           MOVE WS-DATE-DAY                  TO CVP-DATE-DAY
           MOVE WS-PROV                      TO CVP-PROV
           MOVE WS-NEW-CONFIRMED             TO CVP-NEW-CONFIRMED
           MOVE WS-TOTAL-CONFIRMED           TO CVP-TOTAL-CONFIRMED
           MOVE WS-NEW-DEATHS                TO CVP-NEW-DEATHS
           MOVE WS-TOTAL-DEATHS              TO CVP-TOTAL-DEATHS
           .
      *
       WRITE-COVID19P-REC.
           WRITE COVID19P-REC
           IF WS-COVID19P-STATUS > 0
              DISPLAY '*** Error WRITE COVID19P: '
                     WS-COVID19P-STATUS
           ELSE
              ADD 1                TO WS-COVID19P-INSERTED
           END-IF
           .
      *
       UPDATE-COVID19P-REC.
           READ COVID19P-FILE
           EVALUATE TRUE
             WHEN WS-COVID19P-STATUS = 00
               PERFORM BUILD-OUTPUT-RECORD
               REWRITE COVID19P-REC
               IF WS-COVID19P-STATUS > 0
                    DISPLAY '*** Error REWRITE file COVID19P: '
                         WS-COVID19P-STATUS
               ELSE
                 ADD 1             TO WS-COVID19P-UPDATED
               END-IF
             WHEN OTHER
               PERFORM BUILD-OUTPUT-RECORD
               WRITE COVID19P-REC
               IF WS-COVID19P-STATUS > 0
                    DISPLAY '*** Error WRITE COVID19P: '
                         WS-COVID19P-STATUS
               ELSE
                 ADD 1             TO WS-COVID19P-INSERTED
               END-IF
           END-EVALUATE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'COVID19PS records READ: '     WS-COVID19PS-READ
           DISPLAY 'COVID19PS records REJECTED: '
                                           WS-COVID19PS-REJECTED
           DISPLAY 'COVID19P records INSERTED: '  WS-COVID19P-INSERTED
           DISPLAY 'COVID19P records UPDATED: '   WS-COVID19P-UPDATED
           .
