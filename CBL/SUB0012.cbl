      *=========================
       IDENTIFICATION DIVISION.
      *=========================
       PROGRAM-ID.     SUB0012.
       AUTHOR.         GEORGES BARRETO.
      *    Called publication-embargo check against the EMBARGO
      *    register, in the SUB0004/SUB0006 style, so every outbound
      *    interface asks the same question the same way before a
      *    country/day leaves the shop. The caller passes a C-CODE
      *    and a position date; LS-EMB-HELD comes back 'Y' when that
      *    country's own entry, or the 'ALL' entry, for the date has
      *    a release date/time still in the future, with the release
      *    in LS-EMB-RELEASE (the later one when both apply). A
      *    lapsed embargo is no embargo.
      *    LS-MODE:
      *      'Q' query one CODE + DATE
      *      'C' close the file (end of the caller's run)
      *    The file is opened on the first query and left open, as
      *    SUB0004 does. An environment with no EMBARGO file
      *    (status 35) has nothing under embargo; a register that is
      *    there but can't be opened or read is an error, answered
      *    as held with LS-RESULT 'N', so nothing leaves on a guess.
      *    Same LS-RESULT-INFO handshake ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT EMBARGO-FILE   ASSIGN EMBARGO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS EM-KEY
              FILE STATUS  IS WS-EMBARGO-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  EMBARGO-FILE.
       COPY EMBARGO REPLACING  ==:TAG1:== BY ==EMBARGO==
                               ==:TAG2:== BY ==EM==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-EMBARGO-STATUS       PIC 99 VALUE ZEROS.
       01  FLAGS.
      *    N = NOT YET OPENED, Y = OPEN, X = NO REGISTER THIS RUN,
      *    E = REGISTER THERE BUT WOULD NOT OPEN ***
           03 WS-FILE-STATE        PIC X VALUE 'N'.
              88 WS-FILE-NOT-OPENED VALUE 'N'.
              88 WS-FILE-IS-OPEN   VALUE 'Y'.
              88 WS-FILE-ABSENT    VALUE 'X'.
              88 WS-FILE-BROKEN    VALUE 'E'.
      *
       01  WS-NOW-STAMP            PIC 9(12) VALUE ZEROES.
       01  WS-RELEASE-STAMP.
           03 WS-RELEASE-DATE      PIC 9(08) VALUE ZEROES.
           03 WS-RELEASE-TIME      PIC 9(04) VALUE ZEROES.
       01  WS-RELEASE-STAMP-NUM REDEFINES WS-RELEASE-STAMP
                                   PIC 9(12).
      *-------------------------
       LINKAGE SECTION.
      *-------------------------
       77  LS-MODE                 PIC X(01).
       01  LS-EMB-KEY.
           03 LS-EMB-CODE          PIC X(05).
           03 LS-EMB-DATE          PIC 9(08).
       01  LS-EMB-ANSWER.
           03 LS-EMB-HELD          PIC X(01).
              88 LS-EMB-HELD-YES   VALUE 'Y'.
           03 LS-EMB-RELEASE.
              05 LS-EMB-RELEASE-DATE PIC 9(08).
              05 LS-EMB-RELEASE-TIME PIC 9(04).
           03 LS-EMB-RELEASE-NUM REDEFINES LS-EMB-RELEASE
                                   PIC 9(12).
       01  LS-RESULT-INFO.
           03 LS-RESULT            PIC X.
              88 LS-RESULT-OK      VALUE 'Y'.
              88 LS-RESULT-NO-OK   VALUE 'N'.
           03 LS-RESULT-CODE       PIC XX.
           03 LS-RESULT-MESSAGE    PIC X(30).
      *=========================
       PROCEDURE DIVISION USING LS-MODE, LS-EMB-KEY, LS-EMB-ANSWER,
              LS-RESULT-INFO.
      *=========================
       MAIN.
           MOVE 'Y'                 TO LS-RESULT
           MOVE SPACES              TO LS-RESULT-CODE
                                        LS-RESULT-MESSAGE
           EVALUATE LS-MODE
              WHEN 'Q'
                 PERFORM QUERY-EMBARGO
              WHEN 'C'
                 PERFORM CLOSE-FILE
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
       CLOSE-FILE.
           IF WS-FILE-IS-OPEN
              CLOSE EMBARGO-FILE
           END-IF
           MOVE 'N'                 TO WS-FILE-STATE
           .
      *
       OPEN-FILE.
           OPEN INPUT EMBARGO-FILE
           EVALUATE WS-EMBARGO-STATUS
              WHEN ZERO
                 MOVE 'Y'           TO WS-FILE-STATE
              WHEN 35
                 DISPLAY '*** SUB0012 no EMBARGO register, status: '
                             WS-EMBARGO-STATUS ' - nothing embargoed'
                 MOVE 'X'           TO WS-FILE-STATE
              WHEN OTHER
                 DISPLAY '*** SUB0012 ERROR OPENING EMBARGO, STATUS: '
                             WS-EMBARGO-STATUS
                 MOVE 'E'           TO WS-FILE-STATE
           END-EVALUATE
           .
      *
      *    NO ANSWER FROM THE REGISTER IS TAKEN AS HELD ***
       REGISTER-FAILED.
           MOVE 'Y'                 TO LS-EMB-HELD
           MOVE 'N'                 TO LS-RESULT
           MOVE WS-EMBARGO-STATUS   TO LS-RESULT-CODE
           MOVE 'EMBARGO register unreadable'
                                    TO LS-RESULT-MESSAGE
           .
      *
       QUERY-EMBARGO.
           MOVE 'N'                 TO LS-EMB-HELD
           MOVE ZEROS               TO LS-EMB-RELEASE-NUM
           IF WS-FILE-NOT-OPENED
              PERFORM OPEN-FILE
           END-IF
           IF WS-FILE-BROKEN
              PERFORM REGISTER-FAILED
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-FILE-IS-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-NOW-STAMP
      *    THE COUNTRY'S OWN ENTRY FIRST, THEN THE BLANKET ONE ***
           MOVE LS-EMB-CODE         TO EM-CODE
           MOVE LS-EMB-DATE         TO EM-POS-DATE
           PERFORM CHECK-ONE-ENTRY
           MOVE 'ALL'               TO EM-CODE
           MOVE LS-EMB-DATE         TO EM-POS-DATE
           PERFORM CHECK-ONE-ENTRY
           .
      *
       CHECK-ONE-ENTRY.
           READ EMBARGO-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-EMBARGO-STATUS = 23
              EXIT PARAGRAPH
           END-IF
           IF WS-EMBARGO-STATUS NOT = ZERO
              DISPLAY '*** SUB0012 ERROR READING EMBARGO, STATUS: '
                          WS-EMBARGO-STATUS
              PERFORM REGISTER-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE EM-RELEASE-DATE     TO WS-RELEASE-DATE
           MOVE EM-RELEASE-TIME     TO WS-RELEASE-TIME
           IF WS-RELEASE-STAMP-NUM > WS-NOW-STAMP
              MOVE 'Y'              TO LS-EMB-HELD
              IF WS-RELEASE-STAMP-NUM > LS-EMB-RELEASE-NUM
                 MOVE WS-RELEASE-STAMP-NUM TO LS-EMB-RELEASE-NUM
              END-IF
           END-IF
           .
      *
