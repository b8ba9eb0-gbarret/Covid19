      *=========================
       IDENTIFICATION DIVISION.
      *=========================
       PROGRAM-ID.     SUB0014.
       AUTHOR.         GEORGES BARRETO.
      *    Called COVID19J chain service, in the SUB0012/SUB0013
      *    style, so every program that journals a restatement seals
      *    its lines the same way and the verify is one piece of code
      *    shared by COV2015 and the COV1954 replay. The seal is four
      *    independent rolling hashes (each byte: lane times its
      *    multiplier plus the byte, modulo the lane's prime) carried
      *    from line to line - a line's HASH is the running state
      *    after its own content, its PREV-HASH the state before it,
      *    so a line edited, deleted or slipped in breaks the chain
      *    at that point. Lines written before the chain existed are
      *    rolled into the state too, and so are covered by the first
      *    sealed line's PREV-HASH.
      *    LS-FUNCTION:
      *      'I' initialise - roll the journal as it stands to find
      *          the chain head (call before the caller opens it
      *          EXTEND)
      *      'S' seal the line in LS-JOURNAL-REC before the caller
      *          WRITEs it
      *      'V' verify the whole journal against the last JRNHEAD
      *          entry; the first broken line comes back in
      *          LS-JOURNAL-REC and LS-CH-BREAK-xxx, with
      *          LS-RESULT 'N', code 'BR'
      *      'H' append the head found by the verify just made to
      *          JRNHEAD (refused, code 'NV', after a failed verify)
      *    Same LS-RESULT-INFO handshake ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT COVID19J-FILE  ASSIGN COVID19J
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-COVID19J-STATUS
           .
           SELECT JRNHEAD-FILE   ASSIGN JRNHEAD
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-JRNHEAD-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  COVID19J-FILE.
       COPY COVID19J REPLACING ==:TAG1:== BY ==COVID19J==
                               ==:TAG2:== BY ==JR==.
      *
       FD  JRNHEAD-FILE.
       COPY JRNHEAD REPLACING  ==:TAG1:== BY ==JRNHEAD==
                               ==:TAG2:== BY ==JH==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-COVID19J-STATUS      PIC 99 VALUE ZEROS.
       77  WS-JRNHEAD-STATUS       PIC 99 VALUE ZEROS.
       01  FLAGS.
           03 WS-CHAIN-READY       PIC X VALUE 'N'.
              88 WS-CHAIN-READY-YES VALUE 'Y'.
           03 WS-VERIFIED          PIC X VALUE 'N'.
              88 WS-VERIFIED-OK    VALUE 'Y'.
           03 WS-JOURNAL-EOF       PIC X VALUE 'N'.
              88 WS-JOURNAL-EOF-OK VALUE 'Y'.
           03 WS-HEAD-EOF          PIC X VALUE 'N'.
              88 WS-HEAD-EOF-OK    VALUE 'Y'.
           03 WS-HEAD-KNOWN        PIC X VALUE 'N'.
              88 WS-HEAD-KNOWN-YES VALUE 'Y'.
           03 WS-CHAIN-STARTED     PIC X VALUE 'N'.
              88 WS-CHAIN-STARTED-YES VALUE 'Y'.
      *
      *    THE FOUR LANES - MULTIPLIER AND PRIME MODULUS EACH ***
       01  WS-LANE-CONSTANTS.
           03 FILLER               PIC 9(03) VALUE 257.
           03 FILLER               PIC 9(09) VALUE 999999937.
           03 FILLER               PIC 9(03) VALUE 263.
           03 FILLER               PIC 9(09) VALUE 999999929.
           03 FILLER               PIC 9(03) VALUE 269.
           03 FILLER               PIC 9(09) VALUE 999999893.
           03 FILLER               PIC 9(03) VALUE 271.
           03 FILLER               PIC 9(09) VALUE 999999883.
       01  WS-LANE-TABLE REDEFINES WS-LANE-CONSTANTS.
           03 WS-LANE-ENTRY OCCURS 4 TIMES.
              05 WS-LANE-MULT      PIC 9(03).
              05 WS-LANE-PRIME     PIC 9(09).
      *    WHERE AN EMPTY JOURNAL'S CHAIN STARTS ***
       01  WS-SEED-STATE.
           03 FILLER               PIC 9(09) VALUE 000000001.
           03 FILLER               PIC 9(09) VALUE 000000002.
           03 FILLER               PIC 9(09) VALUE 000000003.
           03 FILLER               PIC 9(09) VALUE 000000004.
      *
       01  WS-RUN-STATE.
           03 WS-RUN-LANE          PIC 9(09) OCCURS 4 TIMES.
       01  WS-PRIOR-STATE.
           03 WS-PRIOR-LANE        PIC 9(09) OCCURS 4 TIMES.
       01  WS-RUN-RECORDS          PIC 9(09) VALUE ZEROS.
       01  WS-RUN-SEALED           PIC 9(09) VALUE ZEROS.
      *
       01  WS-BODY                 PIC X(250) VALUE SPACES.
       01  WS-BODY-LEN             PIC 9(04) COMP VALUE ZERO.
       01  WS-BYTE-SUB             PIC 9(04) COMP VALUE ZERO.
       01  WS-LANE-SUB             PIC 9(01) COMP VALUE ZERO.
       01  WS-BYTE-VAL             PIC 9(03) VALUE ZERO.
       01  WS-LANE-WORK            PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-LANE-QUOT            PIC 9(13) COMP-3 VALUE ZERO.
      *
      *    THE LATEST JRNHEAD ENTRY ***
       01  WS-LAST-HEAD.
           03 WS-LAST-HEAD-DATE    PIC 9(08) VALUE ZEROS.
           03 WS-LAST-HEAD-RECORDS PIC 9(09) VALUE ZEROS.
           03 WS-LAST-HEAD-HASH    PIC X(36) VALUE SPACES.
      *-------------------------
       LINKAGE SECTION.
      *-------------------------
       77  LS-FUNCTION             PIC X(01).
       COPY COVID19J REPLACING ==:TAG1:== BY ==LS-JOURNAL==
                               ==:TAG2:== BY ==LS-JR==.
       01  LS-CHAIN-INFO.
           03 LS-CH-RECORDS        PIC 9(09).
           03 LS-CH-SEALED         PIC 9(09).
           03 LS-CH-HEAD-HASH      PIC X(36).
           03 LS-CH-BREAK-RECNO    PIC 9(09).
           03 LS-CH-BREAK-REASON   PIC X(50).
           03 LS-CH-HEAD-DATE      PIC 9(08).
           03 LS-CH-HEAD-RECORDS   PIC 9(09).
       01  LS-RESULT-INFO.
           03 LS-RESULT            PIC X.
              88 LS-RESULT-OK      VALUE 'Y'.
              88 LS-RESULT-NO-OK   VALUE 'N'.
           03 LS-RESULT-CODE       PIC XX.
           03 LS-RESULT-MESSAGE    PIC X(30).
      *=========================
       PROCEDURE DIVISION USING LS-FUNCTION, LS-JOURNAL-REC,
              LS-CHAIN-INFO, LS-RESULT-INFO.
      *=========================
       MAIN.
           MOVE 'Y'                 TO LS-RESULT
           MOVE SPACES              TO LS-RESULT-CODE
                                        LS-RESULT-MESSAGE
      *    THE HASHED PART IS THE LINE UP TO ITS RUN NUMBER - THE
      *    SEPARATOR AND THE TWO 36-BYTE HASHES TRAIL IT ***
           COMPUTE WS-BODY-LEN = LENGTH OF LS-JOURNAL-REC - 74
           EVALUATE LS-FUNCTION
              WHEN 'I'
                 PERFORM INIT-CHAIN
              WHEN 'S'
                 PERFORM SEAL-LINE
              WHEN 'V'
                 PERFORM VERIFY-CHAIN
              WHEN 'H'
                 PERFORM RECORD-HEAD
              WHEN OTHER
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'FN'          TO LS-RESULT-CODE
                 MOVE 'Unknown function code'
                                    TO LS-RESULT-MESSAGE
           END-EVALUATE
           .
      *
       STOP-PROGRAM.
           GOBACK
           .
      *
      *    NO JOURNAL YET - THE CHAIN STARTS FROM THE SEED ***
       INIT-CHAIN.
           MOVE WS-SEED-STATE       TO WS-RUN-STATE
           MOVE ZEROS               TO WS-RUN-RECORDS WS-RUN-SEALED
           MOVE 'N'                 TO WS-JOURNAL-EOF
           OPEN INPUT COVID19J-FILE
           IF WS-COVID19J-STATUS = ZERO
              PERFORM UNTIL WS-JOURNAL-EOF-OK
                 READ COVID19J-FILE
                    AT END MOVE 'Y' TO WS-JOURNAL-EOF
                    NOT AT END
                       ADD 1        TO WS-RUN-RECORDS
                       IF JR-HASH NOT = SPACES
                          ADD 1     TO WS-RUN-SEALED
                       END-IF
                       MOVE COVID19J-REC (1:WS-BODY-LEN) TO WS-BODY
                       PERFORM ROLL-BODY
                 END-READ
              END-PERFORM
              CLOSE COVID19J-FILE
           END-IF
           MOVE 'Y'                 TO WS-CHAIN-READY
           PERFORM RETURN-CHAIN-STATE
           .
      *
       SEAL-LINE.
           IF NOT WS-CHAIN-READY-YES
              PERFORM INIT-CHAIN
           END-IF
           MOVE WS-RUN-STATE        TO LS-JR-PREV-HASH
           MOVE LS-JOURNAL-REC (1:WS-BODY-LEN) TO WS-BODY
           PERFORM ROLL-BODY
           MOVE WS-RUN-STATE        TO LS-JR-HASH
           ADD 1                    TO WS-RUN-RECORDS WS-RUN-SEALED
           PERFORM RETURN-CHAIN-STATE
           .
      *
      *    EACH BYTE OF WS-BODY INTO EACH OF THE FOUR LANES ***
       ROLL-BODY.
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
              UNTIL WS-BYTE-SUB > WS-BODY-LEN
              COMPUTE WS-BYTE-VAL =
                 FUNCTION ORD (WS-BODY (WS-BYTE-SUB:1))
              PERFORM VARYING WS-LANE-SUB FROM 1 BY 1
                 UNTIL WS-LANE-SUB > 4
                 COMPUTE WS-LANE-WORK =
                    WS-RUN-LANE (WS-LANE-SUB) *
                    WS-LANE-MULT (WS-LANE-SUB) + WS-BYTE-VAL
                 DIVIDE WS-LANE-WORK BY WS-LANE-PRIME (WS-LANE-SUB)
                    GIVING WS-LANE-QUOT
                    REMAINDER WS-RUN-LANE (WS-LANE-SUB)
              END-PERFORM
           END-PERFORM
           .
      *
       RETURN-CHAIN-STATE.
           MOVE WS-RUN-RECORDS      TO LS-CH-RECORDS
           MOVE WS-RUN-SEALED       TO LS-CH-SEALED
           MOVE WS-RUN-STATE        TO LS-CH-HEAD-HASH
           .
      *
      *    THE WHOLE JOURNAL, LINE BY LINE, STOPPING AT THE FIRST
      *    BREAK. ONCE ONE SEALED LINE HAS BEEN SEEN EVERY LATER LINE
      *    MUST BE SEALED TOO ***
       VERIFY-CHAIN.
           MOVE 'N'                 TO WS-VERIFIED WS-CHAIN-STARTED
                                        WS-JOURNAL-EOF
           MOVE ZEROS               TO LS-CH-BREAK-RECNO
           MOVE SPACES              TO LS-CH-BREAK-REASON
           MOVE WS-SEED-STATE       TO WS-RUN-STATE
           MOVE ZEROS               TO WS-RUN-RECORDS WS-RUN-SEALED
           PERFORM LOAD-LAST-HEAD
           MOVE WS-LAST-HEAD-DATE   TO LS-CH-HEAD-DATE
           MOVE WS-LAST-HEAD-RECORDS TO LS-CH-HEAD-RECORDS
           OPEN INPUT COVID19J-FILE
           IF WS-COVID19J-STATUS = ZERO
              PERFORM UNTIL WS-JOURNAL-EOF-OK
                 READ COVID19J-FILE
                    AT END MOVE 'Y' TO WS-JOURNAL-EOF
                    NOT AT END
                       PERFORM VERIFY-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE COVID19J-FILE
           END-IF
      *    A CHAIN THAT VERIFIES BUT ENDS BEFORE THE RECORDED HEAD
      *    HAS LOST ITS TAIL ***
           IF LS-CH-BREAK-RECNO = ZERO AND WS-HEAD-KNOWN-YES AND
              WS-RUN-RECORDS < WS-LAST-HEAD-RECORDS
              COMPUTE LS-CH-BREAK-RECNO = WS-RUN-RECORDS + 1
              MOVE 'JOURNAL SHORTER THAN ITS RECORDED CHAIN HEAD'
                                    TO LS-CH-BREAK-REASON
              MOVE SPACES           TO LS-JOURNAL-REC
           END-IF
           PERFORM RETURN-CHAIN-STATE
           IF LS-CH-BREAK-RECNO = ZERO
              MOVE 'Y'              TO WS-VERIFIED
           ELSE
              MOVE 'N'              TO LS-RESULT
              MOVE 'BR'             TO LS-RESULT-CODE
              MOVE 'COVID19J chain broken'
                                    TO LS-RESULT-MESSAGE
           END-IF
           .
      *
       VERIFY-ONE-LINE.
           ADD 1                    TO WS-RUN-RECORDS
           MOVE WS-RUN-STATE        TO WS-PRIOR-STATE
           MOVE COVID19J-REC (1:WS-BODY-LEN) TO WS-BODY
           PERFORM ROLL-BODY
           EVALUATE TRUE
              WHEN JR-HASH = SPACES AND WS-CHAIN-STARTED-YES
                 MOVE 'UNSEALED LINE AFTER THE CHAIN STARTED'
                                    TO LS-CH-BREAK-REASON
              WHEN JR-HASH = SPACES
                 CONTINUE
              WHEN JR-PREV-HASH NOT = WS-PRIOR-STATE
                 MOVE 'LINK TO PREVIOUS LINE BROKEN - LINE(S) LOST'
                                    TO LS-CH-BREAK-REASON
              WHEN JR-HASH NOT = WS-RUN-STATE
                 MOVE 'CONTENT ALTERED SINCE IT WAS SEALED'
                                    TO LS-CH-BREAK-REASON
           END-EVALUATE
           IF JR-HASH NOT = SPACES
              MOVE 'Y'              TO WS-CHAIN-STARTED
              ADD 1                 TO WS-RUN-SEALED
           END-IF
           IF LS-CH-BREAK-REASON = SPACES AND WS-HEAD-KNOWN-YES AND
              WS-RUN-RECORDS = WS-LAST-HEAD-RECORDS AND
              WS-RUN-STATE NOT = WS-LAST-HEAD-HASH
              MOVE 'DIFFERS FROM THE RECORDED CHAIN HEAD'
                                    TO LS-CH-BREAK-REASON
           END-IF
           IF LS-CH-BREAK-REASON NOT = SPACES
              MOVE WS-RUN-RECORDS   TO LS-CH-BREAK-RECNO
              MOVE COVID19J-REC     TO LS-JOURNAL-REC
              MOVE 'Y'              TO WS-JOURNAL-EOF
           END-IF
           .
      *
      *    NO HEAD LOG YET - NOTHING TO HOLD THE JOURNAL AGAINST ***
       LOAD-LAST-HEAD.
           MOVE 'N'                 TO WS-HEAD-KNOWN WS-HEAD-EOF
           MOVE ZEROS               TO WS-LAST-HEAD-DATE
                                        WS-LAST-HEAD-RECORDS
           MOVE SPACES              TO WS-LAST-HEAD-HASH
           OPEN INPUT JRNHEAD-FILE
           IF WS-JRNHEAD-STATUS NOT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HEAD-EOF-OK
              READ JRNHEAD-FILE
                 AT END MOVE 'Y'    TO WS-HEAD-EOF
                 NOT AT END
                    MOVE 'Y'        TO WS-HEAD-KNOWN
                    MOVE JH-RUN-DATE TO WS-LAST-HEAD-DATE
                    MOVE JH-RECORDS TO WS-LAST-HEAD-RECORDS
                    MOVE JH-HEAD-HASH TO WS-LAST-HEAD-HASH
              END-READ
           END-PERFORM
           CLOSE JRNHEAD-FILE
           .
      *
       RECORD-HEAD.
           IF NOT WS-VERIFIED-OK
              MOVE 'N'              TO LS-RESULT
              MOVE 'NV'             TO LS-RESULT-CODE
              MOVE 'No clean verify to record'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JRNHEAD-FILE
           IF WS-JRNHEAD-STATUS > 0
              OPEN OUTPUT JRNHEAD-FILE
           END-IF
           IF WS-JRNHEAD-STATUS > 0
              MOVE 'N'              TO LS-RESULT
              MOVE WS-JRNHEAD-STATUS TO LS-RESULT-CODE
              MOVE 'JRNHEAD open failed'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO JRNHEAD-REC
           MOVE FUNCTION CURRENT-DATE (1:8) TO JH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO JH-RUN-TIME
           MOVE WS-RUN-RECORDS      TO JH-RECORDS
           MOVE WS-RUN-STATE        TO JH-HEAD-HASH
           WRITE JRNHEAD-REC
           IF WS-JRNHEAD-STATUS > 0
              MOVE 'N'              TO LS-RESULT
              MOVE WS-JRNHEAD-STATUS TO LS-RESULT-CODE
              MOVE 'JRNHEAD write failed'
                                    TO LS-RESULT-MESSAGE
           END-IF
           CLOSE JRNHEAD-FILE
           .
      *
