      *    authority file, in the SUB0002/SUB0003 style: the caller
      *    passes the operator id, the function wanted - 'M' maker,
      *    'C' checker, 'L' loader/reference maintenance, 'W'
      *    watchlist maintenance, 'A' credential administration -
      *    and its own program name; the answer comes back on the
      *    shared LS-RESULT-INFO handshake.
      *    Every refusal (unknown operator, or the function flag not
      *    'Y') is written to the AUTHLOG refusal log with a
      *    timestamp, so compliance can see who was turned away from
      *    what. Every grant goes to the AUTHUSE trail the same way,
      *    so the access recertification can show when each flag was
      *    last actually used. An environment with no OPERAUTH file
      *    at all is let through with a job-log warning - the check
      *    grows teeth the day the file is loaded, not before ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-AUTHLOG-STATUS
           .
           SELECT AUTHUSE-FILE   ASSIGN AUTHUSE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-AUTHUSE-STATUS
           .
      *=========================
       DATA DIVISION.
      *=========================
           03 AL-FUNCTION          PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 AL-REASON            PIC X(30).
      *
       FD  AUTHUSE-FILE
           RECORDING MODE IS F
           .
       COPY AUTHUSE REPLACING  ==:TAG1:== BY ==AUTHUSE==
                               ==:TAG2:== BY ==AK==.
      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       77  WS-OPERAUTH-STATUS      PIC 99 VALUE ZEROS.
       77  WS-AUTHLOG-STATUS       PIC 99 VALUE ZEROS.
       77  WS-AUTHUSE-STATUS       PIC 99 VALUE ZEROS.
       01  FLAGS.
           03 WS-FILE-IS-OPEN      PIC X VALUE 'N'.
              88 WS-FILE-IS-OPEN-YES VALUE 'Y'.
      *-------------------------
       77  LS-OPER-ID              PIC X(08).
      *    M=MAKER, C=CHECKER, L=LOADER/REFERENCE MAINTENANCE,
      *    W=WATCHLIST MAINTENANCE, A=CREDENTIAL ADMINISTRATION ***
       77  LS-FUNCTION             PIC X(01).
       77  LS-CALLER               PIC X(08).
       01  LS-RESULT-INFO.
                 IF NOT OA-WATCHLIST-YES
                    PERFORM SET-NOT-ALLOWED
                 END-IF
              WHEN 'A'
                 IF NOT OA-ADMIN-YES
                    PERFORM SET-NOT-ALLOWED
                 END-IF
              WHEN OTHER
                 MOVE 'N'           TO LS-RESULT
                 MOVE 'FN'          TO LS-RESULT-CODE
                                    TO LS-RESULT-MESSAGE
                 PERFORM WRITE-REFUSAL-LOG
           END-EVALUATE
           IF LS-RESULT-OK
              PERFORM WRITE-USE-TRAIL
           END-IF
           .
      *
       STOP-PROGRAM.
           CLOSE AUTHLOG-FILE
           .
      *
      *    EVERY GRANT AGAINST A LOADED OPERAUTH LEAVES A LINE ***
       WRITE-USE-TRAIL.
           OPEN EXTEND AUTHUSE-FILE
           IF WS-AUTHUSE-STATUS > 0
              OPEN OUTPUT AUTHUSE-FILE
           END-IF
           IF WS-AUTHUSE-STATUS > 0
              DISPLAY '*** SUB0006: cannot write AUTHUSE, status: '
                          WS-AUTHUSE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO AK-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO AK-RUN-TIME
           MOVE LS-CALLER           TO AK-CALLER
           MOVE LS-OPER-ID          TO AK-OPER-ID
           MOVE LS-FUNCTION         TO AK-FUNCTION
           WRITE AUTHUSE-REC
           CLOSE AUTHUSE-FILE
           .
      *
