      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2036.
       AUTHOR.         GEORGES B.
      *    Legal holds in force, off the LEGLHOLD register COV2035
      *    maintains: one line per hold not yet released, with its
      *    reference, the country (or ALL), the period held (OPEN
      *    when it runs until released), the files it covers (D =
      *    daily figures, E = rejects and logs, B = backup
      *    generations), who placed it and when, and the reason -
      *    the holds SUB0016 makes the archive, purge, merge and
      *    retention jobs honour. Released holds are counted on the
      *    job log but not listed ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   LEGLHOLD-FILE       ASSIGN LEGLHOLD
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS LH-REF
                    FILE STATUS         IS WS-LEGLHOLD-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  LEGLHOLD-FILE.
       COPY LEGLHOLD REPLACING        ==:TAG1:== BY ==LEGLHOLD==
                                      ==:TAG2:== BY ==LH==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-LEGLHOLD-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-LEGLHOLD-READ         PIC 9(05) VALUE ZEROES.
           03 WS-HOLDS-IN-FORCE        PIC 9(05) VALUE ZEROES.
           03 WS-HOLDS-RELEASED        PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2036'.
           03 FILLER                   PIC X(50) VALUE
                '*** LEGAL HOLDS IN FORCE *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'REFERENCE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'HELD FROM'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'HELD TO'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'FILES'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'PLACED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'PLACED ON'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(40) VALUE 'REASON'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-REF-O                 PIC X(12).
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-FROM-DATE-O           PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-TO-DATE-O             PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-FILES-O.
              05 D1-DAILY-O            PIC X(01).
              05 FILLER                PIC X(01).
              05 D1-REJECTS-O          PIC X(01).
              05 FILLER                PIC X(01).
              05 D1-BACKUPS-O          PIC X(01).
           03 FILLER                   PIC X(02).
           03 D1-PLACED-BY-O           PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-PLACED-DATE-O         PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-REASON-O              PIC X(40).
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
      *    NO REGISTER YET MEANS NOTHING HAS EVER BEEN HELD ***
           OPEN INPUT LEGLHOLD-FILE
           IF WS-LEGLHOLD-STATUS = ZERO
              PERFORM READ-LEGLHOLD-NEXT
              PERFORM UNTIL WS-LAST-REC-YES
                 ADD 1               TO WS-LEGLHOLD-READ
                 IF LH-IN-FORCE
                    PERFORM WRITE-ONE-HOLD
                 ELSE
                    ADD 1            TO WS-HOLDS-RELEASED
                 END-IF
                 PERFORM READ-LEGLHOLD-NEXT
              END-PERFORM
              CLOSE LEGLHOLD-FILE
           ELSE
              DISPLAY '*** No LEGLHOLD register, status: '
                          WS-LEGLHOLD-STATUS
           END-IF
           IF WS-HOLDS-IN-FORCE = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  NO LEGAL HOLD IN FORCE - NOTHING IS HELD BACK'
                                     TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           DISPLAY 'LEGLHOLD entries READ: '     WS-LEGLHOLD-READ
           DISPLAY 'Holds IN FORCE: '            WS-HOLDS-IN-FORCE
           DISPLAY 'Holds RELEASED: '            WS-HOLDS-RELEASED
           CLOSE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       READ-LEGLHOLD-NEXT.
           READ LEGLHOLD-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
       WRITE-ONE-HOLD.
           ADD 1                     TO WS-HOLDS-IN-FORCE
           MOVE SPACES               TO WS-DETAILS-1
           MOVE LH-REF               TO D1-REF-O
           MOVE LH-CODE              TO D1-CODE-O
           MOVE LH-FROM-DATE         TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-FROM-DATE-O
           IF LH-TO-DATE = ZERO
              MOVE 'OPEN'            TO D1-TO-DATE-O
           ELSE
              MOVE LH-TO-DATE        TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              MOVE WS-EDIT-DATE-O    TO D1-TO-DATE-O
           END-IF
           MOVE '-'                  TO D1-DAILY-O
                                        D1-REJECTS-O
                                        D1-BACKUPS-O
           IF LH-COVERS-DAILY
              MOVE 'D'               TO D1-DAILY-O
           END-IF
           IF LH-COVERS-REJECTS
              MOVE 'E'               TO D1-REJECTS-O
           END-IF
           IF LH-COVERS-BACKUPS
              MOVE 'B'               TO D1-BACKUPS-O
           END-IF
           MOVE LH-PLACED-BY         TO D1-PLACED-BY-O
           MOVE LH-PLACED-DATE       TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-PLACED-DATE-O
           MOVE LH-REASON            TO D1-REASON-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
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
