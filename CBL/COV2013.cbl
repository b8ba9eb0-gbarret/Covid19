      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2013.
       AUTHOR.         GEORGES B.
      *    Alert escalation report off the ALERTCAS case file: every
      *    case still open - nobody has acknowledged it through
      *    COV2012 - longer than its severity allows. The limits are
      *    the WS-ESCALATE-AFTER table below, in hours from the time
      *    SUB0013 opened the case: CRITICAL 4, WARNING 24, INFO 72
      *    (an unknown severity gets the INFO limit). Each line shows
      *    how long the case has waited and how many nights it has
      *    fired meanwhile. RC 4 when anything is listed, so the
      *    scheduler can page the duty manager ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   ALERTCAS-FILE       ASSIGN ALERTCAS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS AC-KEY
                    FILE STATUS         IS WS-ALERTCAS-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  ALERTCAS-FILE.
       COPY ALERTCAS REPLACING        ==:TAG1:== BY ==ALERTCAS==
                                      ==:TAG2:== BY ==AC==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-ALERTCAS-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
      *
      *    HOURS A CASE MAY STAY UNACKNOWLEDGED, BY SEVERITY ***
       01  WS-ESCALATE-AFTER.
           03 WS-ESCALATE-CRITICAL     PIC 9(04) VALUE 4.
           03 WS-ESCALATE-WARNING      PIC 9(04) VALUE 24.
           03 WS-ESCALATE-INFO         PIC 9(04) VALUE 72.
      *
       01  WS-NOW-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-NOW-TIME                 PIC 9(06) VALUE ZEROES.
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           03 WS-NOW-HH                PIC 9(02).
           03 WS-NOW-MI                PIC 9(02).
           03 WS-NOW-SS                PIC 9(02).
       01  WS-OPENED-TIME              PIC 9(06) VALUE ZEROES.
       01  WS-OPENED-TIME-R REDEFINES WS-OPENED-TIME.
           03 WS-OPENED-HH             PIC 9(02).
           03 WS-OPENED-MI             PIC 9(02).
           03 WS-OPENED-SS             PIC 9(02).
       01  WS-ELAPSED-MINUTES          PIC S9(09) COMP-3 VALUE ZEROES.
       01  WS-LIMIT-HOURS              PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-CASES-READ            PIC 9(05) VALUE ZEROES.
           03 WS-CASES-OPEN            PIC 9(05) VALUE ZEROES.
           03 WS-CASES-ESCALATED       PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2013'.
           03 FILLER                   PIC X(50) VALUE
                '*** UNACKNOWLEDGED ALERT ESCALATION *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(04) VALUE 'SEV'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'RULE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'TRIGGER'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'SOURCE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'OPENED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'AT'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'WAITED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'LIMIT'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'FIRED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE 'METRIC'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'VALUE'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-SEV-O                 PIC X(01).
           03 FILLER                   PIC X(05).
           03 D1-RULE-O                PIC X(04).
           03 FILLER                   PIC X(03).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-TRIGGER-DATE-O        PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-SOURCE-O              PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-OPENED-DATE-O         PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-OPENED-TIME-O         PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-WAITED-O              PIC ZZZZ9.
           03 D1-WAITED-H-O            PIC X(02).
           03 FILLER                   PIC X(02).
           03 D1-LIMIT-O               PIC ZZZ9.
           03 D1-LIMIT-H-O             PIC X(01).
           03 FILLER                   PIC X(02).
           03 D1-FIRED-O               PIC ZZZZ9.
           03 FILLER                   PIC X(02).
           03 D1-METRIC-O              PIC X(02).
           03 FILLER                   PIC X(06).
           03 D1-VALUE-O               PIC -ZZZ,ZZZ,ZZ9.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
      *    NO CASE FILE YET MEANS NO ALERT HAS EVER FIRED ***
           OPEN INPUT ALERTCAS-FILE
           IF WS-ALERTCAS-STATUS = ZERO
              PERFORM READ-ALERTCAS-NEXT
              PERFORM UNTIL WS-LAST-REC-YES
                 ADD 1               TO WS-CASES-READ
                 IF AC-IS-OPEN
                    ADD 1            TO WS-CASES-OPEN
                    PERFORM CHECK-ONE-CASE
                 END-IF
                 PERFORM READ-ALERTCAS-NEXT
              END-PERFORM
              CLOSE ALERTCAS-FILE
           ELSE
              DISPLAY '*** No ALERTCAS file, status: '
                          WS-ALERTCAS-STATUS
           END-IF
           IF WS-CASES-ESCALATED = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  NO ALERT CASE IS OVERDUE FOR ACKNOWLEDGEMENT'
                                     TO PRINT-REC
              WRITE PRINT-REC
           ELSE
              MOVE 4                 TO RETURN-CODE
           END-IF
           DISPLAY 'Alert cases READ: '          WS-CASES-READ
           DISPLAY 'Alert cases OPEN: '          WS-CASES-OPEN
           DISPLAY 'Alert cases ESCALATED: '     WS-CASES-ESCALATED
           CLOSE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       READ-ALERTCAS-NEXT.
           READ ALERTCAS-FILE NEXT RECORD
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
      *    MINUTES SINCE THE CASE WAS OPENED, AGAINST ITS LIMIT ***
       CHECK-ONE-CASE.
           EVALUATE AC-SEVERITY
              WHEN 'C'
                 MOVE WS-ESCALATE-CRITICAL TO WS-LIMIT-HOURS
              WHEN 'W'
                 MOVE WS-ESCALATE-WARNING  TO WS-LIMIT-HOURS
              WHEN OTHER
                 MOVE WS-ESCALATE-INFO     TO WS-LIMIT-HOURS
           END-EVALUATE
           MOVE AC-OPENED-TIME       TO WS-OPENED-TIME
           COMPUTE WS-ELAPSED-MINUTES =
                 (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) -
                  FUNCTION INTEGER-OF-DATE (AC-OPENED-DATE)) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MI)
               - (WS-OPENED-HH * 60 + WS-OPENED-MI)
           IF WS-ELAPSED-MINUTES > WS-LIMIT-HOURS * 60
              PERFORM WRITE-ONE-CASE
           END-IF
           .
      *
       WRITE-ONE-CASE.
           ADD 1                     TO WS-CASES-ESCALATED
           MOVE SPACES               TO WS-DETAILS-1
           MOVE AC-SEVERITY          TO D1-SEV-O
           MOVE AC-RULE-ID           TO D1-RULE-O
           MOVE AC-CODE              TO D1-CODE-O
           MOVE AC-TRIGGER-DATE      TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-TRIGGER-DATE-O
           MOVE AC-SOURCE-PGM        TO D1-SOURCE-O
           MOVE AC-OPENED-DATE       TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O       TO D1-OPENED-DATE-O
           MOVE WS-OPENED-TIME (1:2) TO D1-OPENED-TIME-O (1:2)
           MOVE ':'                  TO D1-OPENED-TIME-O (3:1)
           MOVE WS-OPENED-TIME (3:2) TO D1-OPENED-TIME-O (4:2)
           COMPUTE D1-WAITED-O = WS-ELAPSED-MINUTES / 60
           MOVE 'H'                  TO D1-WAITED-H-O
           MOVE WS-LIMIT-HOURS       TO D1-LIMIT-O
           MOVE 'H'                  TO D1-LIMIT-H-O
           MOVE AC-FIRE-COUNT        TO D1-FIRED-O
           MOVE AC-METRIC            TO D1-METRIC-O
           MOVE AC-VALUE             TO D1-VALUE-O
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
