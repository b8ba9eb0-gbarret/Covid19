      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2000.
       AUTHOR.         GEORGES B.
      *    Re-certification backlog report: every PERCLOSE closed
      *    month whose live COVID19D figures no longer match what was
      *    certified. Each month+code on the close register is
      *    recomputed from COVID19D the way COV1967 computes it; a
      *    month whose movement or closing positions have moved since
      *    it was certified (or re-certified by COV1999) is listed
      *    with the certified figures, the live ones and the
      *    difference, its closed date and how many times it has
      *    already been re-certified off PPADJREG. Once COV1999
      *    re-certifies a month the figures agree again and it drops
      *    off the list. Return code 4 while anything is listed.
      *    A month with days COV1908 has already moved to COVID19DH
      *    can't be re-certified off COVID19D, so a mismatching one
      *    is listed apart under its own ARCHIVED heading, after the
      *    rest, and does not set the return code ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   PERCLOSE-FILE       ASSIGN PERCLOSE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS PC-KEY
                    FILE STATUS         IS WS-PERCLOSE-STATUS
           .
      *    THE ARCHIVE IS OPTIONAL - NO FILE, ONLY A MONTH WITH NO
      *    DAYS LEFT ON COVID19D COUNTS AS ARCHIVED ***
           SELECT   COVID19DH-FILE      ASSIGN COVID19DH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CVH-CODE-DATE
                    FILE STATUS         IS WS-COVID19DH-STATUS
           .
           SELECT   PPADJREG-FILE       ASSIGN PPADJREG
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS PP-KEY
                    FILE STATUS         IS WS-PPADJREG-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  PERCLOSE-FILE.
       COPY PERCLOSE REPLACING        ==:TAG1:== BY ==PERCLOSE==
                                      ==:TAG2:== BY ==PC==.
      *
       FD  COVID19DH-FILE.
       COPY COVID19DH REPLACING       ==:TAG1:== BY ==COVID19DH==
                                      ==:TAG2:== BY ==CVH==.
      *
       FD  PPADJREG-FILE.
       COPY PPADJREG REPLACING        ==:TAG1:== BY ==PPADJREG==
                                      ==:TAG2:== BY ==PP==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19D-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PERCLOSE-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PPADJREG-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19DH-STATUS         PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-BROWSE-END            PIC X VALUE SPACE.
            88 WS-BROWSE-END-YES       VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
      *    THE REGISTER IS OPTIONAL - NO FILE, NO RE-CERTIFICATIONS ***
           03 WS-REG-AVAIL             PIC X VALUE 'N'.
            88 WS-REG-AVAIL-YES        VALUE 'Y'.
           03 WS-ARCH-AVAIL            PIC X VALUE 'N'.
            88 WS-ARCH-AVAIL-YES       VALUE 'Y'.
           03 WS-ARCHIVED              PIC X VALUE 'N'.
            88 WS-ARCHIVED-YES         VALUE 'Y'.
      *    1 = THE MONTHS DUE, 2 = THE ARCHIVED MONTHS ***
           03 WS-PASS                  PIC 9 VALUE 1.
            88 WS-PASS-DUE             VALUE 1.
            88 WS-PASS-ARCHIVED        VALUE 2.
      *
       01  WS-REC-MONTH                PIC 9(06) VALUE ZEROES.
       01  WS-RECERT-COUNT             PIC 9(03) VALUE ZEROES.
      *
      *    THE MONTH AS COVID19D HAS IT NOW - SAME SUMS AS COV1967 ***
       01  WS-LIVE-DATA.
           03 WS-LIVE-DAYS             PIC 9(03) VALUE ZEROES.
           03 WS-MTH-NEW-CONFIRMED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-MTH-NEW-DEATHS        PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-END-TOTAL-CONFIRMED   PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-END-TOTAL-DEATHS      PIC 9(09) COMP-3 VALUE ZEROES.
       01  WS-DIFF                     PIC S9(11) COMP-3 VALUE ZEROES.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-MONTHS-CHECKED        PIC 9(07) VALUE ZEROES.
           03 WS-MONTHS-LISTED         PIC 9(07) VALUE ZEROES.
           03 WS-MONTHS-ARCHIVED       PIC 9(07) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2000'.
           03 FILLER                   PIC X(50) VALUE
                '*** CLOSED MONTHS DUE FOR RE-CERTIFICATION *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'MONTH'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'FIGURE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE
                '     CERTIFIED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE
                '          LIVE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(14) VALUE
                '    DIFFERENCE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(10) VALUE 'CLOSED'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(07) VALUE 'RECERTS'.
      *
       01  WS-HEADER-3.
           03 FILLER                   PIC X(20) VALUE SPACES.
           03 FILLER                   PIC X(60) VALUE
                '*** ARCHIVED MONTHS - LIVE IS COVID19D DAYS ONLY *** '.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-MONTH-O               PIC X(07).
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 D1-FIGURE-O              PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-CERTIFIED-O           PIC -Z,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-LIVE-O                PIC -Z,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-DIFF-O                PIC -Z,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-CLOSED-O              PIC X(10).
           03 FILLER                   PIC X(04).
           03 D1-RECERTS-O             PIC ZZ9.
           03 D1-RECERTS-X REDEFINES D1-RECERTS-O
                                       PIC X(03).
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-PERCLOSE-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              ADD 1                  TO WS-MONTHS-CHECKED
              PERFORM CHECK-ONE-MONTH
              PERFORM READ-PERCLOSE-NEXT
           END-PERFORM
           IF WS-MONTHS-LISTED = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  EVERY CLOSED MONTH STILL AGREES WITH COVID19D'
                                     TO PRINT-REC
              WRITE PRINT-REC
           END-IF
      *    THE ARCHIVED ONES COME AFTER, ON A SECOND PASS OF THE
      *    CLOSE REGISTER ***
           IF WS-MONTHS-ARCHIVED > ZERO
              PERFORM LIST-ARCHIVED-MONTHS
           END-IF
           DISPLAY 'Closed months CHECKED: '         WS-MONTHS-CHECKED
           DISPLAY 'Months due for RE-CERTIFICATION: '
                                                    WS-MONTHS-LISTED
           DISPLAY 'Months ARCHIVED, not re-certifiable: '
                                                    WS-MONTHS-ARCHIVED
           IF WS-MONTHS-LISTED > ZERO AND RETURN-CODE < 4
              MOVE 4                 TO RETURN-CODE
           END-IF
           CLOSE COVID19D-FILE PERCLOSE-FILE PRINT-LINE
           IF WS-REG-AVAIL-YES
              CLOSE PPADJREG-FILE
           END-IF
           IF WS-ARCH-AVAIL-YES
              CLOSE COVID19DH-FILE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              MOVE 16                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS > 0
              DISPLAY '*** ERROR OPENING PERCLOSE-FILE-STATUS: '
                          WS-PERCLOSE-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              MOVE 16                TO RETURN-CODE
              CLOSE COVID19D-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PPADJREG-FILE
           IF WS-PPADJREG-STATUS = ZERO
              MOVE 'Y'               TO WS-REG-AVAIL
           END-IF
           OPEN INPUT COVID19DH-FILE
           IF WS-COVID19DH-STATUS = ZERO
              MOVE 'Y'               TO WS-ARCH-AVAIL
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
      *    A MONTH THAT MOVED IS LISTED ON THE PASS FOR ITS KIND ***
       CHECK-ONE-MONTH.
           PERFORM RECOMPUTE-LIVE-MONTH
           IF WS-MTH-NEW-CONFIRMED   = PC-MTH-NEW-CONFIRMED AND
              WS-MTH-NEW-DEATHS      = PC-MTH-NEW-DEATHS AND
              WS-END-TOTAL-CONFIRMED = PC-END-TOTAL-CONFIRMED AND
              WS-END-TOTAL-DEATHS    = PC-END-TOTAL-DEATHS
              EXIT PARAGRAPH
           END-IF
           PERFORM PROBE-ARCHIVE
           EVALUATE TRUE
              WHEN WS-PASS-DUE AND NOT WS-ARCHIVED-YES
                 ADD 1               TO WS-MONTHS-LISTED
                 PERFORM WRITE-ONE-MISMATCH
              WHEN WS-PASS-DUE
                 ADD 1               TO WS-MONTHS-ARCHIVED
              WHEN WS-PASS-ARCHIVED AND WS-ARCHIVED-YES
                 PERFORM WRITE-ONE-MISMATCH
           END-EVALUATE
           .
      *
      *    NO DAYS LEFT ON COVID19D, OR ANY DAY OF THE MONTH ON THE
      *    COVID19DH ARCHIVE ***
       PROBE-ARCHIVE.
           MOVE 'N'                  TO WS-ARCHIVED
           IF WS-LIVE-DAYS = ZERO
              MOVE 'Y'               TO WS-ARCHIVED
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-ARCH-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE PC-CODE              TO CVH-CODE
           MOVE PC-MONTH             TO CVH-DATE (1:6)
           MOVE '01'                 TO CVH-DATE (7:2)
           START COVID19DH-FILE KEY IS NOT LESS THAN CVH-CODE-DATE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           READ COVID19DH-FILE NEXT RECORD
              AT END
                 EXIT PARAGRAPH
           END-READ
           MOVE CVH-DATE (1:6)       TO WS-REC-MONTH
           IF CVH-CODE = PC-CODE AND WS-REC-MONTH = PC-MONTH
              MOVE 'Y'               TO WS-ARCHIVED
           END-IF
           .
      *
       LIST-ARCHIVED-MONTHS.
           CLOSE PERCLOSE-FILE
           OPEN INPUT PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS > 0
              DISPLAY '*** ERROR OPENING PERCLOSE-FILE-STATUS: '
                          WS-PERCLOSE-STATUS
              MOVE 16                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 2                    TO WS-PASS
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-3
           WRITE PRINT-REC         FROM WS-HEADER-2
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM READ-PERCLOSE-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              PERFORM CHECK-ONE-MONTH
              PERFORM READ-PERCLOSE-NEXT
           END-PERFORM
           .
      *
       READ-PERCLOSE-NEXT.
           READ PERCLOSE-FILE
              AT END MOVE 'Y'        TO WS-LAST-REC
           END-READ
           .
      *
      *    ONE BROWSE OF THE COUNTRY'S DAYS IN THE CLOSED MONTH ***
       RECOMPUTE-LIVE-MONTH.
           MOVE ZERO                 TO WS-LIVE-DAYS
                                        WS-MTH-NEW-CONFIRMED
                                        WS-MTH-NEW-DEATHS
                                        WS-END-TOTAL-CONFIRMED
                                        WS-END-TOTAL-DEATHS
           MOVE 'N'                  TO WS-BROWSE-END
           MOVE PC-CODE              TO CV-CODE
           MOVE PC-MONTH             TO CV-DATE (1:6)
           MOVE '01'                 TO CV-DATE (7:2)
           START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
              INVALID KEY
                 MOVE 'Y'            TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ COVID19D-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-BROWSE-END
                 NOT AT END
                    MOVE CV-DATE (1:6) TO WS-REC-MONTH
                    IF CV-CODE NOT = PC-CODE OR
                       WS-REC-MONTH NOT = PC-MONTH
                       MOVE 'Y'      TO WS-BROWSE-END
                    ELSE
                       ADD 1         TO WS-LIVE-DAYS
                       ADD CV-NEW-CONFIRMED TO WS-MTH-NEW-CONFIRMED
                       ADD CV-NEW-DEATHS    TO WS-MTH-NEW-DEATHS
                       MOVE CV-TOTAL-CONFIRMED
                                     TO WS-END-TOTAL-CONFIRMED
                       MOVE CV-TOTAL-DEATHS TO WS-END-TOTAL-DEATHS
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      *    RE-CERTIFICATIONS ALREADY ON THE REGISTER FOR THE MONTH ***
       COUNT-RECERTIFICATIONS.
           MOVE ZERO                 TO WS-RECERT-COUNT
           IF NOT WS-REG-AVAIL-YES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-BROWSE-END
           MOVE PC-MONTH             TO PP-MONTH
           MOVE PC-CODE              TO PP-CODE
           MOVE ZERO                 TO PP-SEQ
           START PPADJREG-FILE KEY IS NOT LESS THAN PP-KEY
              INVALID KEY
                 MOVE 'Y'            TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ PPADJREG-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-BROWSE-END
                 NOT AT END
                    IF PP-MONTH NOT = PC-MONTH OR
                       PP-CODE NOT = PC-CODE
                       MOVE 'Y'      TO WS-BROWSE-END
                    ELSE
                       ADD 1         TO WS-RECERT-COUNT
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      *    FOUR LINES PER MONTH - THE FOUR CERTIFIED FIGURES ***
       WRITE-ONE-MISMATCH.
           PERFORM COUNT-RECERTIFICATIONS
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE PC-MONTH (1:4)       TO D1-MONTH-O (1:4)
           MOVE '-'                  TO D1-MONTH-O (5:1)
           MOVE PC-MONTH (5:2)       TO D1-MONTH-O (6:2)
           MOVE PC-CODE              TO D1-CODE-O
           MOVE PC-CLOSED-DATE       TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE (1:4)   TO D1-CLOSED-O (1:4)
           MOVE '-'                  TO D1-CLOSED-O (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO D1-CLOSED-O (6:2)
           MOVE '-'                  TO D1-CLOSED-O (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO D1-CLOSED-O (9:2)
           MOVE WS-RECERT-COUNT      TO D1-RECERTS-O
           IF WS-RECERT-COUNT = ZERO
              MOVE '  0'             TO D1-RECERTS-X
           END-IF
           MOVE 'MTH CONF'           TO D1-FIGURE-O
           MOVE PC-MTH-NEW-CONFIRMED TO D1-CERTIFIED-O
           MOVE WS-MTH-NEW-CONFIRMED TO D1-LIVE-O
           COMPUTE WS-DIFF = WS-MTH-NEW-CONFIRMED - PC-MTH-NEW-CONFIRMED
           MOVE WS-DIFF              TO D1-DIFF-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           MOVE SPACES               TO D1-MONTH-O D1-CODE-O
                                        D1-CLOSED-O D1-RECERTS-X
           MOVE 'MTH DEATHS'         TO D1-FIGURE-O
           MOVE PC-MTH-NEW-DEATHS    TO D1-CERTIFIED-O
           MOVE WS-MTH-NEW-DEATHS    TO D1-LIVE-O
           COMPUTE WS-DIFF = WS-MTH-NEW-DEATHS - PC-MTH-NEW-DEATHS
           MOVE WS-DIFF              TO D1-DIFF-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           MOVE 'END CONF'           TO D1-FIGURE-O
           MOVE PC-END-TOTAL-CONFIRMED TO D1-CERTIFIED-O
           MOVE WS-END-TOTAL-CONFIRMED TO D1-LIVE-O
           COMPUTE WS-DIFF =
              WS-END-TOTAL-CONFIRMED - PC-END-TOTAL-CONFIRMED
           MOVE WS-DIFF              TO D1-DIFF-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           MOVE 'END DEATHS'         TO D1-FIGURE-O
           MOVE PC-END-TOTAL-DEATHS  TO D1-CERTIFIED-O
           MOVE WS-END-TOTAL-DEATHS  TO D1-LIVE-O
           COMPUTE WS-DIFF =
              WS-END-TOTAL-DEATHS - PC-END-TOTAL-DEATHS
           MOVE WS-DIFF              TO D1-DIFF-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
