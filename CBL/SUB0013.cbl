      *=========================
       IDENTIFICATION DIVISION.
      *=========================
       PROGRAM-ID.     SUB0013.
       AUTHOR.         GEORGES BARRETO.
      *    Called alert-case posting service for the alert programs,
      *    in the SUB0007/SUB0012 style, so an alert is a case that
      *    somebody owns instead of a print line forgotten by the
      *    next night. The caller passes the alert - rule id, C-CODE,
      *    trigger date, its own program name, severity, metric,
      *    value and threshold - and SUB0013 opens a case on ALERTCAS
      *    or, when the same rule already fired for the same country
      *    and trigger date, bumps that case's firing count and last
      *    fired date without touching its status. LS-CASE-STATE
      *    comes back 'N' for a case opened by this call, otherwise
      *    the status the case already had (O/A/C).
      *    LS-FUNCTION:
      *      'P' post one alert
      *      'C' close the file (end of the caller's run)
      *    The file is opened on the first post and left open, as
      *    SUB0004 does. Same LS-RESULT-INFO handshake ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT ALERTCAS-FILE  ASSIGN ALERTCAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS AC-KEY
              FILE STATUS  IS WS-ALERTCAS-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
       FILE SECTION.
      *-------------------------
       FD  ALERTCAS-FILE.
       COPY ALERTCAS REPLACING ==:TAG1:== BY ==ALERTCAS==
                               ==:TAG2:== BY ==AC==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-ALERTCAS-STATUS      PIC 99 VALUE ZEROS.
       01  FLAGS.
           03 WS-FILE-IS-OPEN      PIC X VALUE 'N'.
              88 WS-FILE-IS-OPEN-YES VALUE 'Y'.
      *-------------------------
       LINKAGE SECTION.
      *-------------------------
       77  LS-FUNCTION             PIC X(01).
       01  LS-ALERT.
           03 LS-AL-RULE-ID        PIC X(04).
           03 LS-AL-CODE           PIC X(05).
           03 LS-AL-TRIGGER-DATE   PIC 9(08).
           03 LS-AL-SOURCE-PGM     PIC X(08).
           03 LS-AL-SEVERITY       PIC X(01).
           03 LS-AL-METRIC         PIC X(02).
           03 LS-AL-VALUE          PIC S9(09).
           03 LS-AL-THRESHOLD      PIC 9(09).
       77  LS-CASE-STATE           PIC X(01).
       01  LS-RESULT-INFO.
           03 LS-RESULT            PIC X.
              88 LS-RESULT-OK      VALUE 'Y'.
              88 LS-RESULT-NO-OK   VALUE 'N'.
           03 LS-RESULT-CODE       PIC XX.
           03 LS-RESULT-MESSAGE    PIC X(30).
      *=========================
       PROCEDURE DIVISION USING LS-FUNCTION, LS-ALERT, LS-CASE-STATE,
              LS-RESULT-INFO.
      *=========================
       MAIN.
           MOVE 'Y'                 TO LS-RESULT
           MOVE SPACES              TO LS-RESULT-CODE
                                        LS-RESULT-MESSAGE
           EVALUATE LS-FUNCTION
              WHEN 'P'
                 PERFORM POST-ALERT
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
           IF WS-FILE-IS-OPEN-YES
              CLOSE ALERTCAS-FILE
              MOVE 'N'              TO WS-FILE-IS-OPEN
           END-IF
           .
      *
      *    FIRST ALERT EVER CREATES THE FILE ***
       OPEN-FILE.
           OPEN I-O ALERTCAS-FILE
           IF WS-ALERTCAS-STATUS NOT = ZERO
              OPEN OUTPUT ALERTCAS-FILE
              IF WS-ALERTCAS-STATUS = ZERO
                 CLOSE ALERTCAS-FILE
                 OPEN I-O ALERTCAS-FILE
              END-IF
           END-IF
           IF WS-ALERTCAS-STATUS = ZERO
              MOVE 'Y'              TO WS-FILE-IS-OPEN
           END-IF
           .
      *
       POST-ALERT.
           MOVE SPACE               TO LS-CASE-STATE
           IF NOT WS-FILE-IS-OPEN-YES
              PERFORM OPEN-FILE
           END-IF
           IF NOT WS-FILE-IS-OPEN-YES
              MOVE 'N'              TO LS-RESULT
              MOVE WS-ALERTCAS-STATUS TO LS-RESULT-CODE
              MOVE 'Alert case file unusable'
                                    TO LS-RESULT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE LS-AL-RULE-ID       TO AC-RULE-ID
           MOVE LS-AL-CODE          TO AC-CODE
           MOVE LS-AL-TRIGGER-DATE  TO AC-TRIGGER-DATE
           READ ALERTCAS-FILE
              INVALID KEY
                 PERFORM OPEN-NEW-CASE
                 EXIT PARAGRAPH
           END-READ
      *    THE SAME ALERT AGAIN - THE CASE KEEPS ITS STATUS, OWNER
      *    AND HISTORY; ONLY THE FIRING IS COUNTED ***
           MOVE AC-STATUS           TO LS-CASE-STATE
           ADD 1                    TO AC-FIRE-COUNT
           MOVE FUNCTION CURRENT-DATE (1:8) TO AC-LAST-FIRED-DATE
           MOVE LS-AL-VALUE         TO AC-VALUE
           REWRITE ALERTCAS-REC
              INVALID KEY
                 MOVE 'N'           TO LS-RESULT
                 MOVE WS-ALERTCAS-STATUS TO LS-RESULT-CODE
                 MOVE 'Alert case rewrite failed'
                                    TO LS-RESULT-MESSAGE
           END-REWRITE
           .
      *
       OPEN-NEW-CASE.
           MOVE LS-AL-SOURCE-PGM    TO AC-SOURCE-PGM
           MOVE LS-AL-SEVERITY      TO AC-SEVERITY
           MOVE LS-AL-METRIC        TO AC-METRIC
           MOVE LS-AL-VALUE         TO AC-VALUE
           MOVE LS-AL-THRESHOLD     TO AC-THRESHOLD
           MOVE 'O'                 TO AC-STATUS
           MOVE FUNCTION CURRENT-DATE (1:8) TO AC-OPENED-DATE
                                               AC-LAST-FIRED-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO AC-OPENED-TIME
           MOVE 1                   TO AC-FIRE-COUNT
           MOVE SPACES              TO AC-ACK-BY AC-ACK-COMMENT
                                        AC-CLOSED-BY AC-RESOLUTION
           MOVE ZEROS               TO AC-ACK-DATE AC-ACK-TIME
                                        AC-CLOSED-DATE AC-CLOSED-TIME
           WRITE ALERTCAS-REC
              INVALID KEY
                 MOVE 'N'           TO LS-RESULT
                 MOVE WS-ALERTCAS-STATUS TO LS-RESULT-CODE
                 MOVE 'Alert case write failed'
                                    TO LS-RESULT-MESSAGE
              NOT INVALID KEY
                 MOVE 'N'           TO LS-CASE-STATE
           END-WRITE
           .
      *
