      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1986.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the BEDCAPAC bed-capacity file,
      *    the way COV1916 maintains POPULATN: add a capacity era
      *    (code, effective date, general and ICU beds, note), change
      *    the bed counts of one keyed wrong, delete one, or list a
      *    country's eras. The operator id is checked against
      *    OPERAUTH through SUB0006 before anything is touched.
      *    COV1987 prints the occupancy report off it ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   BEDCAPAC-FILE       ASSIGN BEDCAPAC
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS BC-KEY
                    FILE STATUS         IS WS-BEDCAPAC-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  BEDCAPAC-FILE.
       COPY BEDCAPAC REPLACING     ==:TAG1:== BY ==BEDCAPAC==
                                   ==:TAG2:== BY ==BC==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-BEDCAPAC-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
      *    A=ADD, C=CHANGE, D=DELETE, L=LIST ***
            88 WS-ACTION-ADD        VALUE 'A'.
            88 WS-ACTION-CHANGE     VALUE 'C'.
            88 WS-ACTION-DELETE     VALUE 'D'.
            88 WS-ACTION-LIST       VALUE 'L'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
           03 WS-LIST-EOF           PIC X VALUE 'N'.
            88 WS-LIST-EOF-OK       VALUE 'Y'.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME         PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR           PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-DATE             PIC 9(08) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006 ***
       77  WS-AUTH-PGM-NAME         PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION         PIC X(01) VALUE 'L'.
       77  WS-AUTH-CALLER           PIC X(08) VALUE 'COV1986'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-WORK-CODE             PIC X(05) VALUE SPACES.
       01  WS-WORK-EFF-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-WORK-GENERAL-BEDS     PIC 9(09) VALUE ZEROS.
       01  WS-WORK-ICU-BEDS         PIC 9(09) VALUE ZEROS.
       01  WS-WORK-NOTE             PIC X(30) VALUE SPACES.
       01  WS-OPER-ID               PIC X(08) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-BEDCAPAC-ADDED     PIC 9(05) VALUE ZEROS.
           03 WS-BEDCAPAC-CHANGED   PIC 9(05) VALUE ZEROS.
           03 WS-BEDCAPAC-REMOVED   PIC 9(05) VALUE ZEROS.
           03 WS-BEDCAPAC-LISTED    PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='AFR   20201102000185000000006800Surge wards opened
      *    OPER0001' ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-EFF-DATE      PIC 9(08).
           03 LK-PARM-GENERAL-BEDS  PIC 9(09).
           03 LK-PARM-ICU-BEDS      PIC 9(09).
           03 LK-PARM-NOTE          PIC X(30).
           03 LK-PARM-OPER-ID       PIC X(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION   TO WS-ACTION
              MOVE LK-PARM-CODE     TO WS-WORK-CODE
              IF LK-PARM-EFF-DATE NUMERIC
                 MOVE LK-PARM-EFF-DATE TO WS-WORK-EFF-DATE
              END-IF
              IF LK-PARM-GENERAL-BEDS NUMERIC
                 MOVE LK-PARM-GENERAL-BEDS TO WS-WORK-GENERAL-BEDS
              END-IF
              IF LK-PARM-ICU-BEDS NUMERIC
                 MOVE LK-PARM-ICU-BEDS TO WS-WORK-ICU-BEDS
              END-IF
              MOVE LK-PARM-NOTE     TO WS-WORK-NOTE
              MOVE LK-PARM-OPER-ID  TO WS-OPER-ID
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete, L=List: '
              ACCEPT WS-ACTION
              DISPLAY '*** Country code: '
              ACCEPT WS-WORK-CODE
              IF NOT WS-ACTION-LIST
                 DISPLAY '*** Effective date YYYYMMDD: '
                 ACCEPT WS-WORK-EFF-DATE
              END-IF
              IF WS-ACTION-ADD OR WS-ACTION-CHANGE
                 DISPLAY '*** General beds: '
                 ACCEPT WS-WORK-GENERAL-BEDS
                 DISPLAY '*** ICU beds: '
                 ACCEPT WS-WORK-ICU-BEDS
                 DISPLAY '*** Note: '
                 ACCEPT WS-WORK-NOTE
              END-IF
              IF NOT WS-ACTION-LIST
                 DISPLAY '*** Your operator id: '
                 ACCEPT WS-OPER-ID
              END-IF
           END-IF
      *
           IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR
                   WS-ACTION-DELETE OR WS-ACTION-LIST)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              EXIT PARAGRAPH
           END-IF
      *    THE AUTHORITY FILE DECIDES WHO MAY MAINTAIN REFERENCE
      *    DATA - A REFUSAL IS LOGGED BY SUB0006; LISTING IS OPEN ***
           IF NOT WS-ACTION-LIST
              CALL WS-AUTH-PGM-NAME USING WS-OPER-ID,
                 WS-AUTH-FUNCTION, WS-AUTH-CALLER, WS-AUTH-INFO
              IF NOT WS-AUTH-OK
                 DISPLAY '*** Permission refused: ' WS-AUTH-MESSAGE
                 MOVE 12            TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-WORK-EFF-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-ONE-DATE
           END-IF
      *    AN ICU BED IS NEVER COUNTED WITHOUT A WARD TO PUT IT IN -
      *    A ZERO GENERAL FIGURE WOULD ALSO LEAVE THE REPORT'S
      *    HOSPITAL PERCENT WITH NOTHING TO DIVIDE BY ***
           IF (WS-ACTION-ADD OR WS-ACTION-CHANGE) AND
              WS-WORK-GENERAL-BEDS = ZERO
              DISPLAY '*** ERROR general beds must be greater than 0'
              EXIT PARAGRAPH
           END-IF
      *
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-ACTION-ADD    PERFORM ADD-CAPACITY
              WHEN WS-ACTION-CHANGE PERFORM CHANGE-CAPACITY
              WHEN WS-ACTION-DELETE PERFORM DELETE-CAPACITY
              WHEN WS-ACTION-LIST   PERFORM LIST-COUNTRY-CAPACITY
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE BEDCAPAC-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       VALIDATE-ONE-DATE.
           CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
              WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
           IF NOT WS-DATECHK-OK
              DISPLAY '*** ERROR date is not valid: '
                          WS-DATECHK-MESSAGE
              GOBACK
           END-IF
           .
      *
       OPEN-FILES.
           OPEN I-O BEDCAPAC-FILE
      *    FIRST EVER ERA CREATES THE FILE, THEN RE-OPENS IT I-O SO A
      *    LIST ACTION CAN START/READ NEXT (SAME AS COV1980) ***
           IF WS-BEDCAPAC-STATUS NOT = ZERO
              OPEN OUTPUT BEDCAPAC-FILE
              IF WS-BEDCAPAC-STATUS = ZERO
                 CLOSE BEDCAPAC-FILE
                 OPEN I-O BEDCAPAC-FILE
              END-IF
           END-IF
           IF WS-BEDCAPAC-STATUS > 0
              DISPLAY '*** ERROR OPENING BEDCAPAC-FILE-STATUS: '
                          WS-BEDCAPAC-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
           END-IF
           .
      *
       ADD-CAPACITY.
           MOVE WS-WORK-CODE       TO BC-CODE
           MOVE WS-WORK-EFF-DATE   TO BC-EFF-DATE
           MOVE WS-WORK-GENERAL-BEDS TO BC-GENERAL-BEDS
           MOVE WS-WORK-ICU-BEDS   TO BC-ICU-BEDS
           MOVE WS-WORK-NOTE       TO BC-NOTE
           WRITE BEDCAPAC-REC
              INVALID KEY
                 DISPLAY '*** ERROR, capacity era already exists: '
                             WS-WORK-CODE ' ' WS-WORK-EFF-DATE
              NOT INVALID KEY
                 ADD 1             TO WS-BEDCAPAC-ADDED
           END-WRITE
           .
      *
       CHANGE-CAPACITY.
           MOVE WS-WORK-CODE       TO BC-CODE
           MOVE WS-WORK-EFF-DATE   TO BC-EFF-DATE
           READ BEDCAPAC-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no BEDCAPAC entry for: '
                             WS-WORK-CODE ' ' WS-WORK-EFF-DATE
                 EXIT PARAGRAPH
           END-READ
           MOVE WS-WORK-GENERAL-BEDS TO BC-GENERAL-BEDS
           MOVE WS-WORK-ICU-BEDS   TO BC-ICU-BEDS
           IF WS-WORK-NOTE NOT = SPACES
              MOVE WS-WORK-NOTE    TO BC-NOTE
           END-IF
           REWRITE BEDCAPAC-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE BEDCAPAC-FILE, STATUS: '
                             WS-BEDCAPAC-STATUS
              NOT INVALID KEY
                 ADD 1             TO WS-BEDCAPAC-CHANGED
           END-REWRITE
           .
      *
       DELETE-CAPACITY.
           MOVE WS-WORK-CODE       TO BC-CODE
           MOVE WS-WORK-EFF-DATE   TO BC-EFF-DATE
           DELETE BEDCAPAC-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no BEDCAPAC entry for: '
                             WS-WORK-CODE ' ' WS-WORK-EFF-DATE
              NOT INVALID KEY
                 ADD 1             TO WS-BEDCAPAC-REMOVED
           END-DELETE
           .
      *
       LIST-COUNTRY-CAPACITY.
           MOVE WS-WORK-CODE       TO BC-CODE
           MOVE ZEROS               TO BC-EFF-DATE
           START BEDCAPAC-FILE KEY IS NOT LESS THAN BC-KEY
              INVALID KEY
                 MOVE 'Y'          TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF-OK
              READ BEDCAPAC-FILE NEXT RECORD
                 AT END MOVE 'Y'   TO WS-LIST-EOF
              END-READ
              IF NOT WS-LIST-EOF-OK
                 IF BC-CODE NOT = WS-WORK-CODE
                    MOVE 'Y'       TO WS-LIST-EOF
                 ELSE
                    DISPLAY BC-EFF-DATE ' general ' BC-GENERAL-BEDS
                            ' ICU ' BC-ICU-BEDS ' - ' BC-NOTE
                    ADD 1          TO WS-BEDCAPAC-LISTED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BEDCAPAC-LISTED = ZERO
              DISPLAY '*** No BEDCAPAC entries for code: '
                          WS-WORK-CODE
           END-IF
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'BEDCAPAC entries ADDED: '    WS-BEDCAPAC-ADDED
           DISPLAY 'BEDCAPAC entries CHANGED: '  WS-BEDCAPAC-CHANGED
           DISPLAY 'BEDCAPAC entries DELETED: '  WS-BEDCAPAC-REMOVED
           DISPLAY 'BEDCAPAC entries LISTED: '   WS-BEDCAPAC-LISTED
           .
      *
