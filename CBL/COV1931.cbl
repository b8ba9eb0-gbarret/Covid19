      *    hash totals of the confirmed/deaths columns, and compares
      *    them against the TRL record. A truncated or doctored
      *    transfer fails here, before anything consumes the file -
      *    RC=0 clean, RC=8 any mismatch, RC=16 unusable file.
      *    The COV2025 ad hoc files (layouts V25C CSV and V25F fixed
      *    width) carry their own column list on the HDR: the hash
      *    totals there are the first four figure columns named on
      *    it, NM and RG never count, and a figure left empty for a
      *    dataset with no record that day counts as zero ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  EXTRACT-FILE RECORDING MODE F.
       01  EXTRACT-REC                 PIC X(300).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
      *     THE DELTA SHAPE - SAME AS V07A SHIFTED ONE FIELD RIGHT
      *     BY THE LEADING A/C ACTION CODE ***
            88 WS-LAYOUT-V07D          VALUE 'V07D'.
      *     THE COV2025 AD HOC SHAPES, COLUMNS LISTED ON THE HDR ***
            88 WS-LAYOUT-V25C          VALUE 'V25C'.
            88 WS-LAYOUT-V25F          VALUE 'V25F'.
            88 WS-LAYOUT-V25           VALUE 'V25C' 'V25F'.
      *
      *    GENERIC FIELD SPLIT - WIDE ENOUGH FOR EITHER LAYOUT ***
       01  WS-SPLIT-FIELDS.
           03 WS-AMT-TOT-CONF          PIC S9(09) VALUE ZEROES.
           03 WS-AMT-NEW-DEATH         PIC S9(09) VALUE ZEROES.
           03 WS-AMT-TOT-DEATH         PIC S9(09) VALUE ZEROES.
      *    ON A V25 FILE THE FOUR AMOUNTS ARE THE FOUR HASH COLUMNS
      *    IN HDR ORDER, WHATEVER FIGURES THE REQUEST CHOSE ***
       01  WS-AMOUNT-LANES REDEFINES WS-AMOUNT-WORK.
           03 WS-AMT-LANE              PIC S9(09) OCCURS 4 TIMES.
      *
      *    THE V25 COLUMN LIST OFF THE HDR: EACH COLUMN'S CODE AND,
      *    FOR THE FIXED SHAPE, WHERE IT STARTS ON THE ROW (CODE AND
      *    DATE TAKE THE FIRST 13 BYTES; A FIGURE IS 10, NM 50, RG
      *    20). THE HASH COLUMNS ARE THE FIRST FOUR FIGURES ***
       01  WS-V25-COLUMNS.
           03 WS-V25-COL-COUNT         PIC 9(02) VALUE ZEROES.
           03 WS-V25-COL OCCURS 20 TIMES.
              05 WS-V25-COL-CODE       PIC X(02).
              05 WS-V25-COL-START      PIC 9(03).
           03 WS-V25-HASH-COUNT        PIC 9(01) VALUE ZERO.
           03 WS-V25-HASH-COL          PIC 9(02) OCCURS 4 TIMES.
       01  WS-V25-WORK.
           03 WS-V25-PTR               PIC S9(04) COMP VALUE 1.
           03 WS-V25-FIELD-NO          PIC 9(03) VALUE ZEROES.
           03 WS-V25-COL-NO            PIC 9(02) VALUE ZEROES.
           03 WS-V25-NEXT-START        PIC 9(03) VALUE ZEROES.
           03 WS-V25-LANE              PIC 9(01) VALUE ZERO.
           03 WS-V25-LAST-HASH         PIC 9(02) VALUE ZEROES.
      *
      *    THE NEW-FIGURE COLUMNS AND THE TRAILER SUMS CARRY A
      *    LEADING +/- SIGN BYTE SINCE CORRECTION DAYS WENT SIGNED -
           END-UNSTRING
           MOVE WS-FIELD (4) (1:4)   TO WS-LAYOUT
           IF NOT WS-LAYOUT-V03A AND NOT WS-LAYOUT-V07A AND
              NOT WS-LAYOUT-V07D AND NOT WS-LAYOUT-V25
              DISPLAY '*** Unknown extract layout on HDR: '
                          WS-FIELD (4) (1:4)
              MOVE 'Y'               TO WS-VERIFY-FAILED
           END-IF
           IF WS-LAYOUT-V25
              PERFORM TAKE-V25-COLUMNS
           END-IF
           DISPLAY '*** HDR: source ' WS-FIELD (3) (1:10)
                   ' run date ' WS-FIELD (2) (1:8)
                   ' layout ' WS-FIELD (4) (1:4)
           .
      *
      *    HDR,RUN DATE,ADHOC,LAYOUT,REQUEST ID,CODE,DATE, THEN ONE
      *    FIELD PER COLUMN CODE ***
       TAKE-V25-COLUMNS.
           MOVE ZEROES               TO WS-V25-COL-COUNT
                                        WS-V25-HASH-COUNT
           MOVE 14                   TO WS-V25-NEXT-START
           MOVE 1                    TO WS-V25-PTR
           MOVE ZEROES               TO WS-V25-FIELD-NO
           PERFORM UNTIL WS-V25-PTR > 300 OR WS-V25-COL-COUNT = 20
              MOVE SPACES            TO WS-PARSE-FIELD
              UNSTRING EXTRACT-REC
                  DELIMITED BY ','
                  INTO WS-PARSE-FIELD
                  WITH POINTER WS-V25-PTR
              END-UNSTRING
              ADD 1                  TO WS-V25-FIELD-NO
              IF WS-V25-FIELD-NO > 7
                 IF WS-PARSE-FIELD = SPACES
                    MOVE 301         TO WS-V25-PTR
                 ELSE
                    PERFORM TAKE-ONE-V25-COLUMN
                 END-IF
              END-IF
           END-PERFORM
           IF WS-V25-COL-COUNT = ZERO
              DISPLAY '*** No column list on the V25 HDR'
              MOVE 'Y'               TO WS-VERIFY-FAILED
           END-IF
           .
      *
       TAKE-ONE-V25-COLUMN.
           ADD 1                     TO WS-V25-COL-COUNT
           MOVE WS-PARSE-FIELD (1:2)
                             TO WS-V25-COL-CODE (WS-V25-COL-COUNT)
           MOVE WS-V25-NEXT-START
                             TO WS-V25-COL-START (WS-V25-COL-COUNT)
           EVALUATE WS-PARSE-FIELD (1:2)
              WHEN 'NM'
                 ADD 50              TO WS-V25-NEXT-START
              WHEN 'RG'
                 ADD 20              TO WS-V25-NEXT-START
              WHEN OTHER
                 ADD 10              TO WS-V25-NEXT-START
                 IF WS-V25-HASH-COUNT < 4
                    ADD 1            TO WS-V25-HASH-COUNT
                    MOVE WS-V25-COL-COUNT
                             TO WS-V25-HASH-COL (WS-V25-HASH-COUNT)
                 END-IF
           END-EVALUATE
           .
      *
       TAKE-TRAILER-LINE.
           MOVE 'Y'                  TO WS-TRAILER-SEEN
                 PERFORM PICK-V07A-AMOUNTS
              WHEN WS-LAYOUT-V07D
                 PERFORM PICK-V07D-AMOUNTS
              WHEN WS-LAYOUT-V25C
                 PERFORM PICK-V25C-AMOUNTS
              WHEN WS-LAYOUT-V25F
                 PERFORM PICK-V25F-AMOUNTS
              WHEN OTHER
                 PERFORM PICK-V03A-AMOUNTS
           END-EVALUATE
              MOVE 'Y'               TO WS-VERIFY-FAILED
           END-IF
           .
      *
      *    A V25C ROW IS CODE,DATE THEN THE COLUMNS IN HDR ORDER -
      *    WALKED FIELD BY FIELD AS FAR AS THE LAST HASH COLUMN ***
       PICK-V25C-AMOUNTS.
           MOVE 'Y'                  TO WS-PARSE-OK
           MOVE ZEROES               TO WS-AMOUNT-WORK
           IF WS-V25-HASH-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-V25-HASH-COL (WS-V25-HASH-COUNT)
                                     TO WS-V25-LAST-HASH
           MOVE 1                    TO WS-V25-PTR
           MOVE ZEROES               TO WS-V25-FIELD-NO
                                        WS-V25-COL-NO
           MOVE 1                    TO WS-V25-LANE
           PERFORM UNTIL WS-V25-PTR > 300 OR
                         WS-V25-COL-NO NOT < WS-V25-LAST-HASH
              MOVE SPACES            TO WS-PARSE-FIELD
              UNSTRING EXTRACT-REC
                  DELIMITED BY ','
                  INTO WS-PARSE-FIELD
                  WITH POINTER WS-V25-PTR
              END-UNSTRING
              ADD 1                  TO WS-V25-FIELD-NO
              IF WS-V25-FIELD-NO > 2
                 ADD 1               TO WS-V25-COL-NO
                 IF WS-V25-COL-NO = WS-V25-HASH-COL (WS-V25-LANE)
                    PERFORM TAKE-V25-LANE
                 END-IF
              END-IF
           END-PERFORM
           PERFORM CHECK-V25-AMOUNTS
           .
      *
       PICK-V25F-AMOUNTS.
           MOVE 'Y'                  TO WS-PARSE-OK
           MOVE ZEROES               TO WS-AMOUNT-WORK
           MOVE 1                    TO WS-V25-LANE
           PERFORM UNTIL WS-V25-LANE > WS-V25-HASH-COUNT
              MOVE WS-V25-HASH-COL (WS-V25-LANE) TO WS-V25-COL-NO
              MOVE SPACES            TO WS-PARSE-FIELD
              MOVE EXTRACT-REC (WS-V25-COL-START (WS-V25-COL-NO):10)
                                     TO WS-PARSE-FIELD
              PERFORM TAKE-V25-LANE
           END-PERFORM
           PERFORM CHECK-V25-AMOUNTS
           .
      *
      *    AN EMPTY FIGURE IS A DATASET WITH NO RECORD THAT DAY -
      *    COV2025 HASHES IT AS ZERO ***
       TAKE-V25-LANE.
           IF WS-PARSE-FIELD NOT = SPACES
              PERFORM PARSE-AMOUNT-9
              MOVE WS-PARSE-VALUE    TO WS-AMT-LANE (WS-V25-LANE)
           END-IF
           IF WS-V25-LANE < 4
              ADD 1                  TO WS-V25-LANE
           ELSE
              MOVE 5                 TO WS-V25-LANE
           END-IF
           .
      *
       CHECK-V25-AMOUNTS.
           IF NOT WS-PARSE-OK-YES
              DISPLAY '*** Non-numeric amount on data row '
                          WS-ROW-COUNT
              MOVE 'Y'               TO WS-VERIFY-FAILED
           END-IF
           .
      *
       VERIFY-CONTROLS.
           IF NOT WS-HEADER-SEEN-YES
