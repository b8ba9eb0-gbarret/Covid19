      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2019.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the WWSITE wastewater sampling-
      *    site master: add, change or delete a single site - the
      *    country it reports for and the population its catchment
      *    serves - the same way COV1916 maintains POPULATN. The
      *    operator id rides on the PARM (or is prompted for) and is
      *    checked against OPERAUTH through SUB0006 first ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
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
       FD  WWSITE-FILE.
       COPY WWSITE REPLACING       ==:TAG1:== BY ==WWSITE==
                                   ==:TAG2:== BY ==WW==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-WWSITE-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
      *    A=ADD, C=CHANGE, D=DELETE ***
            88 WS-ACTION-ADD        VALUE 'A'.
            88 WS-ACTION-CHANGE     VALUE 'C'.
            88 WS-ACTION-DELETE     VALUE 'D'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
      *
       01  WS-WORK-SITE-ID           PIC X(08) VALUE SPACES.
       01  WS-WORK-CODE              PIC X(05) VALUE SPACES.
       01  WS-WORK-CATCHMENT         PIC 9(11) VALUE ZEROS.
       01  WS-OPER-ID                PIC X(08) VALUE SPACES.
      *
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006 ***
       77  WS-AUTH-PGM-NAME          PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION          PIC X(01) VALUE 'L'.
       77  WS-AUTH-CALLER            PIC X(08) VALUE 'COV2019'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-COUNTERS.
           03 WS-WWSITE-ADDED        PIC 9(05) VALUE ZEROS.
           03 WS-WWSITE-CHANGED      PIC 9(05) VALUE ZEROS.
           03 WS-WWSITE-REMOVED      PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='AWWDE0042DEU  00000450000OPER0001' ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-SITE-ID       PIC X(08).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-CATCHMENT     PIC 9(11).
      *    THE OPERATOR'S ID, CHECKED AGAINST OPERAUTH ***
           03 LK-PARM-OPER-ID       PIC X(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION   TO WS-ACTION
              MOVE LK-PARM-SITE-ID  TO WS-WORK-SITE-ID
              MOVE LK-PARM-CODE     TO WS-WORK-CODE
              MOVE LK-PARM-CATCHMENT TO WS-WORK-CATCHMENT
              MOVE LK-PARM-OPER-ID  TO WS-OPER-ID
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete: '
              ACCEPT WS-ACTION
              DISPLAY '*** Sampling site id: '
              ACCEPT WS-WORK-SITE-ID
              IF NOT WS-ACTION-DELETE
                 DISPLAY '*** Country code: '
                 ACCEPT WS-WORK-CODE
                 DISPLAY '*** Catchment population: '
                 ACCEPT WS-WORK-CATCHMENT
              END-IF
              DISPLAY '*** Your operator id: '
              ACCEPT WS-OPER-ID
           END-IF
      *
           IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR
                   WS-ACTION-DELETE)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              EXIT PARAGRAPH
           END-IF
      *    THE AUTHORITY FILE DECIDES WHO MAY MAINTAIN REFERENCE
      *    DATA - A REFUSAL IS LOGGED BY SUB0006 ***
           CALL WS-AUTH-PGM-NAME USING WS-OPER-ID,
              WS-AUTH-FUNCTION, WS-AUTH-CALLER, WS-AUTH-INFO
           IF NOT WS-AUTH-OK
              DISPLAY '*** Permission refused: ' WS-AUTH-MESSAGE
              MOVE 12              TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-ACTION-ADD    PERFORM ADD-SITE
              WHEN WS-ACTION-CHANGE PERFORM CHANGE-SITE
              WHEN WS-ACTION-DELETE PERFORM DELETE-SITE
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE WWSITE-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN I-O WWSITE-FILE
      *    FIRST EVER MAINTENANCE RUN - THE FILE DOESN'T EXIST YET
      *    (SAME FALLBACK COV1908 USES FOR COVID19DH) ***
           IF WS-WWSITE-STATUS NOT = ZERO
              OPEN OUTPUT WWSITE-FILE
           END-IF
           IF WS-WWSITE-STATUS > 0
              DISPLAY '*** ERROR OPENING WWSITE-FILE-STATUS: '
                          WS-WWSITE-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
           END-IF
           .
      *
      *    A SITE WITH NO CATCHMENT WOULD CARRY NO WEIGHT IN THE
      *    COUNTRY ROLL-UP - REFUSED RATHER THAN SILENTLY IGNORED ***
       ADD-SITE.
           IF WS-WORK-CODE = SPACES OR WS-WORK-CATCHMENT = ZERO
              DISPLAY '*** ERROR, country code and catchment '
                      'population are required'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SITE-ID    TO WW-SITE-ID
           MOVE WS-WORK-CODE       TO WW-CODE
           MOVE WS-WORK-CATCHMENT  TO WW-CATCHMENT
           WRITE WWSITE-REC
              INVALID KEY
                 DISPLAY '*** ERROR, site id already exists: '
                             WS-WORK-SITE-ID
              NOT INVALID KEY
                 ADD 1             TO WS-WWSITE-ADDED
           END-WRITE
           .
      *
       CHANGE-SITE.
           IF WS-WORK-CODE = SPACES OR WS-WORK-CATCHMENT = ZERO
              DISPLAY '*** ERROR, country code and catchment '
                      'population are required'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SITE-ID    TO WW-SITE-ID
           READ WWSITE-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no WWSITE entry for site: '
                             WS-WORK-SITE-ID
                 EXIT PARAGRAPH
           END-READ
           MOVE WS-WORK-CODE       TO WW-CODE
           MOVE WS-WORK-CATCHMENT  TO WW-CATCHMENT
           REWRITE WWSITE-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE WWSITE-FILE, STATUS: '
                             WS-WWSITE-STATUS
              NOT INVALID KEY
                 ADD 1             TO WS-WWSITE-CHANGED
           END-REWRITE
           .
      *
       DELETE-SITE.
           MOVE WS-WORK-SITE-ID    TO WW-SITE-ID
           DELETE WWSITE-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no WWSITE entry for site: '
                             WS-WORK-SITE-ID
              NOT INVALID KEY
                 ADD 1             TO WS-WWSITE-REMOVED
           END-DELETE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'WWSITE records ADDED: '      WS-WWSITE-ADDED
           DISPLAY 'WWSITE records CHANGED: '    WS-WWSITE-CHANGED
           DISPLAY 'WWSITE records DELETED: '    WS-WWSITE-REMOVED
           .
      *
