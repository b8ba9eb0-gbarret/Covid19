      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1989.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the PROVINCE reference list, the
      *    way COV1916 maintains POPULATN: add a province (country
      *    code, province code, name), change its name, delete one
      *    keyed wrong, or list a country's provinces. The operator id
      *    is checked against OPERAUTH through SUB0006 before anything
      *    is touched. COV1988 rejects a subnational row whose
      *    province is not on this list ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PROVINCE-FILE       ASSIGN PROVINCE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS PV-KEY
                    FILE STATUS         IS WS-PROVINCE-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PROVINCE-FILE.
       COPY PROVINCE REPLACING     ==:TAG1:== BY ==PROVINCE==
                                   ==:TAG2:== BY ==PV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-PROVINCE-STATUS       PIC 99 VALUE ZEROS.
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
       77  WS-AUTH-CALLER           PIC X(08) VALUE 'COV1989'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-WORK-CODE             PIC X(05) VALUE SPACES.
       01  WS-WORK-PROV             PIC X(06) VALUE SPACES.
       01  WS-WORK-NAME             PIC X(40) VALUE SPACES.
       01  WS-OPER-ID               PIC X(08) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-PROVINCE-ADDED     PIC 9(05) VALUE ZEROS.
           03 WS-PROVINCE-CHANGED   PIC 9(05) VALUE ZEROS.
           03 WS-PROVINCE-REMOVED   PIC 9(05) VALUE ZEROS.
           03 WS-PROVINCE-LISTED    PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='ACA   ON    Ontario
      *    OPER0001' ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-PROV          PIC X(06).
           03 LK-PARM-NAME          PIC X(40).
           03 LK-PARM-OPER-ID       PIC X(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION   TO WS-ACTION
              MOVE LK-PARM-CODE     TO WS-WORK-CODE
              MOVE LK-PARM-PROV     TO WS-WORK-PROV
              MOVE LK-PARM-NAME     TO WS-WORK-NAME
              MOVE LK-PARM-OPER-ID  TO WS-OPER-ID
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete, L=List: '
              ACCEPT WS-ACTION
              DISPLAY '*** Country code: '
              ACCEPT WS-WORK-CODE
              IF NOT WS-ACTION-LIST
                 DISPLAY '*** Province code: '
                 ACCEPT WS-WORK-PROV
              END-IF
              IF WS-ACTION-ADD OR WS-ACTION-CHANGE
                 DISPLAY '*** Province name: '
                 ACCEPT WS-WORK-NAME
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
              IF WS-WORK-PROV = SPACES
                 DISPLAY '*** ERROR province code is required'
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
              WHEN WS-ACTION-ADD    PERFORM ADD-PROVINCE
              WHEN WS-ACTION-CHANGE PERFORM CHANGE-PROVINCE
              WHEN WS-ACTION-DELETE PERFORM DELETE-PROVINCE
              WHEN WS-ACTION-LIST   PERFORM LIST-COUNTRY-PROVINCES
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE PROVINCE-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN I-O PROVINCE-FILE
      *    FIRST EVER PROVINCE CREATES THE FILE, THEN RE-OPENS IT I-O
      *    SO A LIST ACTION CAN START/READ NEXT (SAME AS COV1980) ***
           IF WS-PROVINCE-STATUS NOT = ZERO
              OPEN OUTPUT PROVINCE-FILE
              IF WS-PROVINCE-STATUS = ZERO
                 CLOSE PROVINCE-FILE
                 OPEN I-O PROVINCE-FILE
              END-IF
           END-IF
           IF WS-PROVINCE-STATUS > 0
              DISPLAY '*** ERROR OPENING PROVINCE-FILE-STATUS: '
                          WS-PROVINCE-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
           END-IF
           .
      *
       ADD-PROVINCE.
           MOVE WS-WORK-CODE       TO PV-CODE
           MOVE WS-WORK-PROV       TO PV-PROV
           MOVE WS-WORK-NAME       TO PV-NAME
           WRITE PROVINCE-REC
              INVALID KEY
                 DISPLAY '*** ERROR, province already exists: '
                             WS-WORK-CODE ' ' WS-WORK-PROV
              NOT INVALID KEY
                 ADD 1             TO WS-PROVINCE-ADDED
           END-WRITE
           .
      *
       CHANGE-PROVINCE.
           MOVE WS-WORK-CODE       TO PV-CODE
           MOVE WS-WORK-PROV       TO PV-PROV
           READ PROVINCE-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no PROVINCE entry for: '
                             WS-WORK-CODE ' ' WS-WORK-PROV
                 EXIT PARAGRAPH
           END-READ
           MOVE WS-WORK-NAME       TO PV-NAME
           REWRITE PROVINCE-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE PROVINCE-FILE, STATUS: '
                             WS-PROVINCE-STATUS
              NOT INVALID KEY
                 ADD 1             TO WS-PROVINCE-CHANGED
           END-REWRITE
           .
      *
       DELETE-PROVINCE.
           MOVE WS-WORK-CODE       TO PV-CODE
           MOVE WS-WORK-PROV       TO PV-PROV
           DELETE PROVINCE-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no PROVINCE entry for: '
                             WS-WORK-CODE ' ' WS-WORK-PROV
              NOT INVALID KEY
                 ADD 1             TO WS-PROVINCE-REMOVED
           END-DELETE
           .
      *
       LIST-COUNTRY-PROVINCES.
           MOVE WS-WORK-CODE       TO PV-CODE
           MOVE SPACES             TO PV-PROV
           START PROVINCE-FILE KEY IS NOT LESS THAN PV-KEY
              INVALID KEY
                 MOVE 'Y'          TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF-OK
              READ PROVINCE-FILE NEXT RECORD
                 AT END MOVE 'Y'   TO WS-LIST-EOF
              END-READ
              IF NOT WS-LIST-EOF-OK
                 IF PV-CODE NOT = WS-WORK-CODE
                    MOVE 'Y'       TO WS-LIST-EOF
                 ELSE
                    DISPLAY PV-PROV ' ' PV-NAME
                    ADD 1          TO WS-PROVINCE-LISTED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PROVINCE-LISTED = ZERO
              DISPLAY '*** No PROVINCE entries for code: '
                          WS-WORK-CODE
           END-IF
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'PROVINCE entries ADDED: '    WS-PROVINCE-ADDED
           DISPLAY 'PROVINCE entries CHANGED: '  WS-PROVINCE-CHANGED
           DISPLAY 'PROVINCE entries DELETED: '  WS-PROVINCE-REMOVED
           DISPLAY 'PROVINCE entries LISTED: '   WS-PROVINCE-LISTED
           .
      *
