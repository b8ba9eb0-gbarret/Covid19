      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2007.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the SRCPREC source-precedence
      *    file, the way COV1972 maintains OPERAUTH: add, change or
      *    delete one country's entry - its primary feed, the
      *    secondary feed behind it, and whether a day the primary
      *    never delivered may be filled from the secondary. The
      *    feed names are the ones stamped in CV-SOURCE-FILE. The
      *    fill itself is COV2008 ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   SRCPREC-FILE        ASSIGN SRCPREC
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS SP-CODE
                    FILE STATUS         IS WS-SRCPREC-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  SRCPREC-FILE.
       COPY SRCPREC REPLACING      ==:TAG1:== BY ==SRCPREC==
                                   ==:TAG2:== BY ==SP==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-SRCPREC-STATUS        PIC 99 VALUE ZEROS.
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
       01  WS-WORK-CODE              PIC X(05) VALUE SPACES.
       01  WS-WORK-PRIMARY           PIC X(08) VALUE SPACES.
       01  WS-WORK-SECONDARY         PIC X(08) VALUE SPACES.
       01  WS-WORK-FALLBACK          PIC X(01) VALUE 'N'.
      *
       01  WS-COUNTERS.
           03 WS-SRCPREC-ADDED       PIC 9(05) VALUE ZEROS.
           03 WS-SRCPREC-CHANGED     PIC 9(05) VALUE ZEROS.
           03 WS-SRCPREC-REMOVED     PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='ABRA  COVID19 WHOCSV  Y' - ACTION, COUNTRY CODE,
      *    PRIMARY FEED, SECONDARY FEED, FALLBACK ALLOWED ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-PRIMARY       PIC X(08).
           03 LK-PARM-SECONDARY     PIC X(08).
           03 LK-PARM-FALLBACK      PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION    TO WS-ACTION
              MOVE LK-PARM-CODE      TO WS-WORK-CODE
              IF LK-PARM-LEN > 6
                 MOVE LK-PARM-PRIMARY   TO WS-WORK-PRIMARY
                 MOVE LK-PARM-SECONDARY TO WS-WORK-SECONDARY
                 MOVE LK-PARM-FALLBACK  TO WS-WORK-FALLBACK
              END-IF
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete: '
              ACCEPT WS-ACTION
              DISPLAY '*** Country code: '
              ACCEPT WS-WORK-CODE
              IF NOT WS-ACTION-DELETE
                 DISPLAY '*** Primary feed name: '
                 ACCEPT WS-WORK-PRIMARY
                 DISPLAY '*** Secondary feed name: '
                 ACCEPT WS-WORK-SECONDARY
                 DISPLAY '*** Fill from secondary allowed (Y/N): '
                 ACCEPT WS-WORK-FALLBACK
              END-IF
           END-IF
      *
           IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR
                   WS-ACTION-DELETE)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-CODE = SPACES
              DISPLAY '*** ERROR country code is required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-ACTION-DELETE
              IF WS-WORK-FALLBACK NOT = 'Y' AND
                 WS-WORK-FALLBACK NOT = 'N'
                 DISPLAY '*** ERROR fallback must be Y or N: '
                             WS-WORK-FALLBACK
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
      *       A FILL NEEDS A FEED TO FILL FROM, AND ONE THAT IS NOT
      *       THE PRIMARY ITSELF ***
              IF WS-WORK-PRIMARY = SPACES OR
                 (WS-WORK-FALLBACK = 'Y' AND
                  (WS-WORK-SECONDARY = SPACES OR
                   WS-WORK-SECONDARY = WS-WORK-PRIMARY))
                 DISPLAY '*** ERROR primary and a different secondary '
                         'feed are required'
                 MOVE 8             TO RETURN-CODE
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
              WHEN WS-ACTION-ADD    PERFORM ADD-PRECEDENCE
              WHEN WS-ACTION-CHANGE PERFORM CHANGE-PRECEDENCE
              WHEN WS-ACTION-DELETE PERFORM DELETE-PRECEDENCE
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE SRCPREC-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN I-O SRCPREC-FILE
      *    FIRST EVER MAINTENANCE RUN - THE FILE DOESN'T EXIST YET ***
           IF WS-SRCPREC-STATUS NOT = ZERO
              OPEN OUTPUT SRCPREC-FILE
              CLOSE SRCPREC-FILE
              OPEN I-O SRCPREC-FILE
           END-IF
           IF WS-SRCPREC-STATUS > 0
              DISPLAY '*** ERROR OPENING SRCPREC-FILE-STATUS: '
                          WS-SRCPREC-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
              MOVE 16              TO RETURN-CODE
           END-IF
           .
      *
       ADD-PRECEDENCE.
           MOVE WS-WORK-CODE       TO SP-CODE
           PERFORM MOVE-WORK-FIELDS
           WRITE SRCPREC-REC
              INVALID KEY
                 DISPLAY '*** ERROR, country already has an entry: '
                             WS-WORK-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-SRCPREC-ADDED
           END-WRITE
           .
      *
       CHANGE-PRECEDENCE.
           MOVE WS-WORK-CODE       TO SP-CODE
           READ SRCPREC-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no SRCPREC entry for code: '
                             WS-WORK-CODE
                 EXIT PARAGRAPH
           END-READ
           PERFORM MOVE-WORK-FIELDS
           REWRITE SRCPREC-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE SRCPREC-FILE, STATUS: '
                             WS-SRCPREC-STATUS
              NOT INVALID KEY
                 ADD 1             TO WS-SRCPREC-CHANGED
           END-REWRITE
           .
      *
       MOVE-WORK-FIELDS.
           MOVE WS-WORK-PRIMARY    TO SP-PRIMARY
           MOVE WS-WORK-SECONDARY  TO SP-SECONDARY
           MOVE WS-WORK-FALLBACK   TO SP-FALLBACK
           MOVE FUNCTION CURRENT-DATE (1:8) TO SP-CHANGED-DATE
           .
      *
       DELETE-PRECEDENCE.
           MOVE WS-WORK-CODE       TO SP-CODE
           DELETE SRCPREC-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no SRCPREC entry for code: '
                             WS-WORK-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-SRCPREC-REMOVED
           END-DELETE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'SRCPREC entries ADDED: '     WS-SRCPREC-ADDED
           DISPLAY 'SRCPREC entries CHANGED: '   WS-SRCPREC-CHANGED
           DISPLAY 'SRCPREC entries DELETED: '   WS-SRCPREC-REMOVED
           .
      *
