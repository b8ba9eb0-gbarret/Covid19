      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2011.
       AUTHOR.         GEORGES B.
      *    Daily embargoes-in-force report off the EMBARGO register
      *    COV2010 maintains: one line per country (or ALL) and
      *    position date whose release date/time is still ahead of
      *    the run, with the release, who set it and when, and the
      *    reason - the same test SUB0012 applies for the outbound
      *    interfaces, so this page is exactly what they are holding
      *    back today. Embargoes already past their release are
      *    counted on the job log but not listed ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   EMBARGO-FILE        ASSIGN EMBARGO
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS EM-KEY
                    FILE STATUS         IS WS-EMBARGO-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  EMBARGO-FILE.
       COPY EMBARGO REPLACING         ==:TAG1:== BY ==EMBARGO==
                                      ==:TAG2:== BY ==EM==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-EMBARGO-STATUS           PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
      *
       01  WS-NOW-STAMP                PIC 9(12) VALUE ZEROES.
       01  WS-RELEASE-STAMP.
           03 WS-RELEASE-DATE          PIC 9(08) VALUE ZEROES.
           03 WS-RELEASE-TIME          PIC 9(04) VALUE ZEROES.
       01  WS-RELEASE-STAMP-NUM REDEFINES WS-RELEASE-STAMP
                                       PIC 9(12).
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-EMBARGO-READ          PIC 9(05) VALUE ZEROES.
           03 WS-EMBARGO-IN-FORCE      PIC 9(05) VALUE ZEROES.
           03 WS-EMBARGO-LAPSED        PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2011'.
           03 FILLER                   PIC X(50) VALUE
                '*** PUBLICATION EMBARGOES IN FORCE *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'POSITION'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'RELEASE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'AT'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'SET BY'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'SET ON'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(40) VALUE 'REASON'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-POS-DATE-O            PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-RELEASE-DATE-O        PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-RELEASE-TIME-O        PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-SET-BY-O              PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-SET-DATE-O            PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-REASON-O              PIC X(40).
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-NOW-STAMP
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
      *    NO REGISTER YET MEANS NOTHING HAS EVER BEEN EMBARGOED ***
           OPEN INPUT EMBARGO-FILE
           IF WS-EMBARGO-STATUS = ZERO
              PERFORM READ-EMBARGO-NEXT
              PERFORM UNTIL WS-LAST-REC-YES
                 ADD 1               TO WS-EMBARGO-READ
                 MOVE EM-RELEASE-DATE TO WS-RELEASE-DATE
                 MOVE EM-RELEASE-TIME TO WS-RELEASE-TIME
                 IF WS-RELEASE-STAMP-NUM > WS-NOW-STAMP
                    PERFORM WRITE-ONE-EMBARGO
                 ELSE
                    ADD 1            TO WS-EMBARGO-LAPSED
                 END-IF
                 PERFORM READ-EMBARGO-NEXT
              END-PERFORM
              CLOSE EMBARGO-FILE
           ELSE
              DISPLAY '*** No EMBARGO register, status: '
                          WS-EMBARGO-STATUS
           END-IF
           IF WS-EMBARGO-IN-FORCE = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  NO EMBARGO IN FORCE - EVERY LOADED DAY MAY GO OUT'
                                     TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           DISPLAY 'EMBARGO entries READ: '      WS-EMBARGO-READ
           DISPLAY 'Embargoes IN FORCE: '        WS-EMBARGO-IN-FORCE
           DISPLAY 'Embargoes LAPSED: '          WS-EMBARGO-LAPSED
           CLOSE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       READ-EMBARGO-NEXT.
           READ EMBARGO-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
       WRITE-ONE-EMBARGO.
           ADD 1                     TO WS-EMBARGO-IN-FORCE
           MOVE SPACES               TO WS-DETAILS-1
           MOVE EM-CODE              TO D1-CODE-O
           MOVE EM-POS-DATE          TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-POS-DATE-O
           MOVE EM-RELEASE-DATE      TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-RELEASE-DATE-O
           MOVE WS-RELEASE-TIME (1:2) TO D1-RELEASE-TIME-O (1:2)
           MOVE ':'                  TO D1-RELEASE-TIME-O (3:1)
           MOVE WS-RELEASE-TIME (3:2) TO D1-RELEASE-TIME-O (4:2)
           MOVE EM-SET-BY            TO D1-SET-BY-O
           MOVE EM-SET-DATE          TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-SET-DATE-O
           MOVE EM-REASON            TO D1-REASON-O
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
