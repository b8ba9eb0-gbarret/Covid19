      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1994.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the POPAGEBD age-band population
      *    reference, the way COV1916 maintains POPULATN: add a
      *    country's population for one COVID19A age band, change it,
      *    delete one keyed wrong, or list a country's bands with
      *    their total. The operator id is checked against OPERAUTH
      *    through SUB0006 before anything is touched. COV1995 reads
      *    this file for its crude and age-standardised death rates ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   POPAGEBD-FILE       ASSIGN POPAGEBD
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS PA-KEY
                    FILE STATUS         IS WS-POPAGEBD-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  POPAGEBD-FILE.
       COPY POPAGEBD REPLACING     ==:TAG1:== BY ==POPAGEBD==
                                   ==:TAG2:== BY ==PA==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-POPAGEBD-STATUS       PIC 99 VALUE ZEROS.
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
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006 ***
       77  WS-AUTH-PGM-NAME         PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION         PIC X(01) VALUE 'L'.
       77  WS-AUTH-CALLER           PIC X(08) VALUE 'COV1994'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-WORK-CODE             PIC X(05) VALUE SPACES.
       01  WS-WORK-BAND             PIC X(05) VALUE SPACES.
       01  WS-WORK-POPULATION       PIC 9(11) VALUE ZEROS.
       01  WS-WORK-AS-OF-YEAR       PIC 9(04) VALUE ZEROS.
       01  WS-OPER-ID               PIC X(08) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-POPAGEBD-ADDED     PIC 9(05) VALUE ZEROS.
           03 WS-POPAGEBD-CHANGED   PIC 9(05) VALUE ZEROS.
           03 WS-POPAGEBD-REMOVED   PIC 9(05) VALUE ZEROS.
           03 WS-POPAGEBD-LISTED    PIC 9(05) VALUE ZEROS.
           03 WS-LISTED-POPULATION  PIC 9(13) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='AGBR  65+  000126000002021OPER0001' ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-BAND          PIC X(05).
           03 LK-PARM-POPULATION    PIC 9(11).
           03 LK-PARM-AS-OF-YEAR    PIC 9(04).
           03 LK-PARM-OPER-ID       PIC X(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION   TO WS-ACTION
              MOVE LK-PARM-CODE     TO WS-WORK-CODE
              MOVE LK-PARM-BAND     TO WS-WORK-BAND
              MOVE LK-PARM-POPULATION TO WS-WORK-POPULATION
              MOVE LK-PARM-AS-OF-YEAR TO WS-WORK-AS-OF-YEAR
              MOVE LK-PARM-OPER-ID  TO WS-OPER-ID
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete, L=List: '
              ACCEPT WS-ACTION
              DISPLAY '*** Country code: '
              ACCEPT WS-WORK-CODE
              IF NOT WS-ACTION-LIST
                 DISPLAY '*** Age band, as on COVID19A: '
                 ACCEPT WS-WORK-BAND
              END-IF
              IF WS-ACTION-ADD OR WS-ACTION-CHANGE
                 DISPLAY '*** Population in the band: '
                 ACCEPT WS-WORK-POPULATION
                 DISPLAY '*** Census/estimate year: '
                 ACCEPT WS-WORK-AS-OF-YEAR
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
              IF WS-WORK-BAND = SPACES
                 DISPLAY '*** ERROR age band is required'
                 EXIT PARAGRAPH
              END-IF
           END-IF
      *    A BAND OF NOBODY WOULD DIVIDE BY ZERO ON THE RATES ***
           IF WS-ACTION-ADD OR WS-ACTION-CHANGE
              IF WS-WORK-POPULATION = ZERO
                 DISPLAY '*** ERROR band population must be over zero'
                 EXIT PARAGRAPH
              END-IF
           END-IF
      *
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-ACTION-ADD    PERFORM ADD-AGE-BAND
              WHEN WS-ACTION-CHANGE PERFORM CHANGE-AGE-BAND
              WHEN WS-ACTION-DELETE PERFORM DELETE-AGE-BAND
              WHEN WS-ACTION-LIST   PERFORM LIST-COUNTRY-AGE-BANDS
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE POPAGEBD-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN I-O POPAGEBD-FILE
      *    FIRST EVER AGE BAND CREATES THE FILE, THEN RE-OPENS IT I-O
      *    SO A LIST ACTION CAN START/READ NEXT (SAME AS COV1980) ***
           IF WS-POPAGEBD-STATUS NOT = ZERO
              OPEN OUTPUT POPAGEBD-FILE
              IF WS-POPAGEBD-STATUS = ZERO
                 CLOSE POPAGEBD-FILE
                 OPEN I-O POPAGEBD-FILE
              END-IF
           END-IF
           IF WS-POPAGEBD-STATUS > 0
              DISPLAY '*** ERROR OPENING POPAGEBD-FILE-STATUS: '
                          WS-POPAGEBD-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
           END-IF
           .
      *
       ADD-AGE-BAND.
           MOVE WS-WORK-CODE       TO PA-CODE
           MOVE WS-WORK-BAND       TO PA-AGE-BAND
           MOVE WS-WORK-POPULATION TO PA-POPULATION
           MOVE WS-WORK-AS-OF-YEAR TO PA-AS-OF-YEAR
           WRITE POPAGEBD-REC
              INVALID KEY
                 DISPLAY '*** ERROR, age band already exists: '
                             WS-WORK-CODE ' ' WS-WORK-BAND
              NOT INVALID KEY
                 ADD 1             TO WS-POPAGEBD-ADDED
           END-WRITE
           .
      *
       CHANGE-AGE-BAND.
           MOVE WS-WORK-CODE       TO PA-CODE
           MOVE WS-WORK-BAND       TO PA-AGE-BAND
           READ POPAGEBD-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no POPAGEBD entry for: '
                             WS-WORK-CODE ' ' WS-WORK-BAND
                 EXIT PARAGRAPH
           END-READ
           MOVE WS-WORK-POPULATION TO PA-POPULATION
           MOVE WS-WORK-AS-OF-YEAR TO PA-AS-OF-YEAR
           REWRITE POPAGEBD-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE POPAGEBD-FILE, STATUS: '
                             WS-POPAGEBD-STATUS
              NOT INVALID KEY
                 ADD 1             TO WS-POPAGEBD-CHANGED
           END-REWRITE
           .
      *
       DELETE-AGE-BAND.
           MOVE WS-WORK-CODE       TO PA-CODE
           MOVE WS-WORK-BAND       TO PA-AGE-BAND
           DELETE POPAGEBD-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no POPAGEBD entry for: '
                             WS-WORK-CODE ' ' WS-WORK-BAND
              NOT INVALID KEY
                 ADD 1             TO WS-POPAGEBD-REMOVED
           END-DELETE
           .
      *
       LIST-COUNTRY-AGE-BANDS.
           MOVE WS-WORK-CODE       TO PA-CODE
           MOVE SPACES             TO PA-AGE-BAND
           START POPAGEBD-FILE KEY IS NOT LESS THAN PA-KEY
              INVALID KEY
                 MOVE 'Y'          TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF-OK
              READ POPAGEBD-FILE NEXT RECORD
                 AT END MOVE 'Y'   TO WS-LIST-EOF
              END-READ
              IF NOT WS-LIST-EOF-OK
                 IF PA-CODE NOT = WS-WORK-CODE
                    MOVE 'Y'       TO WS-LIST-EOF
                 ELSE
                    DISPLAY PA-AGE-BAND ' ' PA-POPULATION
                            ' ' PA-AS-OF-YEAR
                    ADD 1          TO WS-POPAGEBD-LISTED
                    ADD PA-POPULATION TO WS-LISTED-POPULATION
                 END-IF
              END-IF
           END-PERFORM
           IF WS-POPAGEBD-LISTED = ZERO
              DISPLAY '*** No POPAGEBD entries for code: '
                          WS-WORK-CODE
           ELSE
              DISPLAY 'All bands: ' WS-LISTED-POPULATION
           END-IF
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'POPAGEBD entries ADDED: '    WS-POPAGEBD-ADDED
           DISPLAY 'POPAGEBD entries CHANGED: '  WS-POPAGEBD-CHANGED
           DISPLAY 'POPAGEBD entries DELETED: '  WS-POPAGEBD-REMOVED
           DISPLAY 'POPAGEBD entries LISTED: '   WS-POPAGEBD-LISTED
           .
      *
