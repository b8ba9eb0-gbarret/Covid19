      *          over where the archive runs out
      *      'N' next record in the current browse
      *      'C' close the files
      *      'I' inquiry: close the files and read the COV2034
      *          snapshot copy INQCOVD for the live side from the
      *          next call on. The archive is read as it stands -
      *          only the COV1908 purge writes it, and that runs in
      *          the nightly chain before the snapshot
      *      'R' live: close the files and read COVID19D again from
      *          the next call on - the way back from 'I'
      *    Archive records come back reshaped into the COVID19D
      *    layout (the lineage stamp blank - the archive does not
      *    carry it). No archive on file, and this behaves exactly
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT COVID19D-FILE  ASSIGN DYNAMIC WS-COVID19D-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CV-CODE-DATE
      *-------------------------
       77  WS-COVID19D-FILE-STATUS          PIC 99 VALUE ZEROS.
       77  WS-COVID19DH-FILE-STATUS         PIC 99 VALUE ZEROS.
      *    THE LIVE FILE, OR THE INQUIRY COPY FROM AN 'I' CALL UNTIL
      *    AN 'R' CALL ***
       01  WS-COVID19D-DSN          PIC X(40) VALUE 'COVID19D'.
       01  FLAGS.
           03 WS-OPEN-STATUS       PIC 9 VALUE ZERO.
              88 WS-OPEN-ERROR     VALUE 1.
              PERFORM CLOSE-FILES
              EXIT PARAGRAPH
           END-IF
           IF LS-MODE = 'I'
              PERFORM CLOSE-FILES
              MOVE 'INQCOVD'             TO WS-COVID19D-DSN
              EXIT PARAGRAPH
           END-IF
           IF LS-MODE = 'R'
              PERFORM CLOSE-FILES
              MOVE 'COVID19D'            TO WS-COVID19D-DSN
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-OPEN-ERROR
              MOVE 'N'                   TO LS-RESULT
