      *          (zero = no bound)
      *      'N' next record in the current browse
      *      'C' close the file (for an interactive caller)
      *      'I' inquiry: close the file and read the COV2034
      *          snapshot copy INQCOVD from the next call on, so a
      *          daytime lookup never waits on the load's lock
      *      'R' live: close the file and read COVID19D again from
      *          the next call on - the way back from 'I'
      *    The file is opened once and left open so a browse can
      *    continue on a later call, as SUB0002 does ***
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT COVID19D-FILE  ASSIGN DYNAMIC WS-COVID19D-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CV-CODE-DATE
       77  WS-COVID19D-FILE-STATUS          PIC 99 VALUE ZEROS.
           88 WS-COVID19D-FILE-STATUS-OK    VALUE 0.
           88 WS-COVID19D-FILE-STATUS-ERROR VALUE 1 THRU 99.
      *    THE LIVE FILE, OR THE INQUIRY COPY FROM AN 'I' CALL UNTIL
      *    AN 'R' CALL ***
       01  WS-COVID19D-DSN          PIC X(40) VALUE 'COVID19D'.
       01  FLAGS.
           03 WS-OPEN-STATUS       PIC 9 VALUE ZERO.
              88 WS-OPEN-ERROR     VALUE 1.
              PERFORM CLOSE-FILE
              EXIT PARAGRAPH
           END-IF
           IF LS-MODE = 'I'
              PERFORM CLOSE-FILE
              MOVE 'INQCOVD'             TO WS-COVID19D-DSN
              EXIT PARAGRAPH
           END-IF
           IF LS-MODE = 'R'
              PERFORM CLOSE-FILE
              MOVE 'COVID19D'            TO WS-COVID19D-DSN
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILE
           IF WS-OPEN-ERROR
              MOVE 'N'                   TO LS-RESULT
