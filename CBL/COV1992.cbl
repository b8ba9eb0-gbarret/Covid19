      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1992.
       AUTHOR.         GEORGES B.
      *    Loader for the VACCDLVY vaccine-deliveries file - plain
      *    unquoted CSV, one row per country/delivery date/maker:
      *    CODE, MANUFACTURER, DOSES SHIPPED, DATE (YYYYMMDD). Mirrors
      *    COV1913/COV1933's NEW/UPDATE PARM option and rejects-to-
      *    file handling, with its own VACCDLVE exceptions file in the
      *    shared COVID19E shape. A second row for the same country,
      *    date and maker on an update run replaces the first - the
      *    vendor resends a delivery to correct it, never to add to
      *    it ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   VACCDLVS-FILE      ASSIGN VACCDLVS
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-VACCDLVS-STATUS
           .
           SELECT   VACCDLVY-FILE       ASSIGN VACCDLVY
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS VD-KEY
                    FILE STATUS         IS WS-VACCDLVY-STATUS
           .
           SELECT   VACCDLVE-FILE      ASSIGN VACCDLVE
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-VACCDLVE-STATUS
           .
      *    ALIAS CROSS-REFERENCE - A FOREIGN CODE OFF THE DELIVERY
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
       FD  VACCDLVS-FILE
           RECORDING MODE IS F
           .
       01  VACCDLVS-REC               PIC X(100).
      *
       FD  VACCDLVY-FILE.
       COPY VACCDLVY REPLACING        ==:TAG1:== BY ==VACCDLVY==
                                      ==:TAG2:== BY ==VD==.
      *
      *    SAME SHAPE AS COVID19E - REUSED HERE RATHER THAN INVENTING
      *    ANOTHER EXCEPTIONS LAYOUT FOR THE SAME KIND OF ROW ***
       FD  VACCDLVE-FILE.
       COPY COVID19E REPLACING        ==:TAG1:== BY ==VACCDLVE==
                                      ==:TAG2:== BY ==CVE==.
      *
       FD  CNTRYALS-FILE.
       COPY CNTRYALS REPLACING        ==:TAG1:== BY ==CNTRYALS==
                                      ==:TAG2:== BY ==A==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03  WS-VACCDLVS-STATUS     PIC 99 VALUE ZEROS.
           03  WS-VACCDLVY-STATUS      PIC 99 VALUE ZEROS.
           03  WS-VACCDLVE-STATUS     PIC 99 VALUE ZEROS.
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
           03 WS-VACCDLVS-READ      PIC 9(05) VALUE ZEROS.
           03 WS-VACCDLVS-REJECTED  PIC 9(05) VALUE ZEROS.
           03 WS-VACCDLVY-INSERTED   PIC 9(05) VALUE ZEROS.
           03 WS-VACCDLVY-UPDATED    PIC 9(05) VALUE ZEROS.
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
       77  WS-BAL-JOB-NAME           PIC X(08) VALUE 'COV1992'.
       77  WS-BAL-FILE-ID            PIC X(08) VALUE 'VACCDLVY'.
       01  WS-BAL-MOVEMENT.
           03 WS-BAL-INSERTS         PIC 9(07) VALUE ZEROS.
           03 WS-BAL-REWRITES        PIC 9(07) VALUE ZEROS.
           03 WS-BAL-DELETES         PIC 9(07) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==BALPOST==.
      *
      *    RUN CORRELATION NUMBER OFF THE SUB0009 SEQUENCE SERVICE -
      *    STAMPED ON EVERY REJECT LINE THIS RUN WRITES ***
       77  WS-SEQ-PGM-NAME         PIC X(08) VALUE 'SUB0009'.
       77  WS-SEQ-JOB-NAME         PIC X(08) VALUE 'COV1992'.
       77  WS-RUN-NUMBER           PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
       01  WS-REC-OUT.
           03 WS-CODE                  PIC X(05) VALUE SPACES.
           03 WS-MANUFACTURER          PIC X(15) VALUE SPACES.
           03 WS-DOSES-SHIPPED         PIC 9(11) VALUE ZEROES.
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
           CLOSE VACCDLVS-FILE VACCDLVY-FILE VACCDLVE-FILE
           IF WS-ALIAS-AVAIL-YES
              CLOSE CNTRYALS-FILE
           END-IF
           GOBACK
           .
      *
      *    THE RUN'S MOVEMENT ON THE BOOKS FOR COV1977 ***
       POST-BALANCING-MOVEMENT.
           MOVE WS-VACCDLVY-INSERTED TO WS-BAL-INSERTS
           MOVE WS-VACCDLVY-UPDATED  TO WS-BAL-REWRITES
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
           OPEN INPUT  VACCDLVS-FILE
           IF WS-VACCDLVS-STATUS > 0
              DISPLAY '*** ERROR OPENING VACCDLVS-FILE-STATUS: '
                          WS-VACCDLVS-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VACCDLVE-FILE
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               OPEN OUTPUT VACCDLVY-FILE
             WHEN WS-OPTION-UPDATE
               OPEN I-O    VACCDLVY-FILE
           END-EVALUATE
           IF WS-VACCDLVY-STATUS > 0
              DISPLAY '*** ERROR OPENING VACCDLVY-FILE-STATUS: '
                          WS-VACCDLVY-STATUS
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
           READ VACCDLVS-FILE
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-VACCDLVS-READ
           END-READ
           .
      *
      *    PLAIN COMMA-DELIMITED ROW, NO QUOTES - CODE, MANUFACTURER,
      *    DOSES SHIPPED AND A BARE YYYYMMDD DATE ***
       GET-INPUT-DATA.
           MOVE 'N'                TO WS-REC-REJECTED
      *    TALLYING ACCUMULATES ACROSS UNSTRINGS - RESET PER ROW ***
           MOVE ZERO               TO WS-TALLYING-FIELDS
           UNSTRING VACCDLVS-REC
               DELIMITED BY ','
               INTO WS-CODE
                    WS-MANUFACTURER
                    WS-DOSES-SHIPPED
                    WS-DATE
               TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
           IF WS-TALLYING-FIELDS NOT = 4
              MOVE 'UNS1'          TO WS-REJECT-REASON-CODE
              MOVE 'Unstring of VACCDLVS columns failed'
                                   TO WS-REJECT-REASON-TEXT
              PERFORM WRITE-REJECT-REC
           ELSE
              PERFORM VALIDATE-NUMERIC-FIELDS
           END-IF
           .
      *
       VALIDATE-NUMERIC-FIELDS.
           IF WS-DOSES-SHIPPED      NOT NUMERIC OR
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
      *    A DELIVERY OF NOTHING, OR FROM NO NAMED MAKER, IS A FEED
      *    ERROR - IT WOULD SIT ON THE LEDGER AS A DAY WITH NO
      *    MOVEMENT AND NO WAY TO TRACE IT ***
       VALIDATE-FIGURE-SANITY.
           IF WS-DOSES-SHIPPED = ZERO OR WS-MANUFACTURER = SPACES
              MOVE 'SAN1'          TO WS-REJECT-REASON-CODE
              MOVE 'Zero doses or no manufacturer'
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
       WRITE-REJECT-REC.
           MOVE 'Y'                 TO WS-REC-REJECTED
           MOVE FUNCTION CURRENT-DATE (1:8) TO CVE-RUN-DATE
           MOVE WS-REJECT-REASON-CODE TO CVE-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO CVE-REASON-TEXT
           MOVE SPACES               TO CVE-RAW-LINE
           MOVE VACCDLVS-REC        TO CVE-RAW-LINE
           MOVE SPACE                TO CVE-STATUS
           MOVE WS-RUN-NUMBER        TO CVE-RUN-NUMBER
           WRITE VACCDLVE-REC
           IF WS-VACCDLVE-STATUS > 0
              DISPLAY '*** Error WRITE VACCDLVE: '
                     WS-VACCDLVE-STATUS
           ELSE
              ADD 1                 TO WS-VACCDLVS-REJECTED
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
               PERFORM WRITE-VACCDLVY-REC
             WHEN WS-OPTION-UPDATE
               PERFORM UPDATE-VACCDLVY-REC
           END-EVALUATE
           .
      *
      *    THE DELIVERY FEED SOMETIMES SENDS A FOREIGN CODE STANDARD -
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
           MOVE WS-CODE                    TO VD-CODE
           MOVE WS-DATE-YEAR                TO VD-DATE-YEAR
           MOVE WS-DATE-MONTH               TO VD-DATE-MONTH
           MOVE WS-DATE-DAY                  TO VD-DATE-DAY
           MOVE WS-MANUFACTURER              TO VD-MANUFACTURER
           MOVE WS-DOSES-SHIPPED             TO VD-DOSES-SHIPPED
           .
      *
       WRITE-VACCDLVY-REC.
           WRITE VACCDLVY-REC
           IF WS-VACCDLVY-STATUS > 0
              DISPLAY '*** Error WRITE VACCDLVY: '
                     WS-VACCDLVY-STATUS
           ELSE
              ADD 1                TO WS-VACCDLVY-INSERTED
           END-IF
           .
      *
       UPDATE-VACCDLVY-REC.
           READ VACCDLVY-FILE
           EVALUATE TRUE
             WHEN WS-VACCDLVY-STATUS = 00
               PERFORM BUILD-OUTPUT-RECORD
               REWRITE VACCDLVY-REC
               IF WS-VACCDLVY-STATUS > 0
                    DISPLAY '*** Error REWRITE file VACCDLVY: '
                         WS-VACCDLVY-STATUS
               ELSE
                 ADD 1             TO WS-VACCDLVY-UPDATED
               END-IF
             WHEN OTHER
               PERFORM BUILD-OUTPUT-RECORD
               WRITE VACCDLVY-REC
               IF WS-VACCDLVY-STATUS > 0
                    DISPLAY '*** Error WRITE VACCDLVY: '
                         WS-VACCDLVY-STATUS
               ELSE
                 ADD 1             TO WS-VACCDLVY-INSERTED
               END-IF
           END-EVALUATE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'VACCDLVS records READ: '     WS-VACCDLVS-READ
           DISPLAY 'VACCDLVS records REJECTED: '
                                           WS-VACCDLVS-REJECTED
           DISPLAY 'VACCDLVY records INSERTED: '  WS-VACCDLVY-INSERTED
           DISPLAY 'VACCDLVY records UPDATED: '   WS-VACCDLVY-UPDATED
           .
