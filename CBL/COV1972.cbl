       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the OPERAUTH operator authority
      *    file, the way COV1916 maintains POPULATN: add, change or
      *    delete one operator's entry - five Y/N function flags
      *    (maker, checker, loader, watchlist, credential admin).
      *    A PARM without the admin flag adds an operator with it N
      *    and leaves it as it was on a change. SUB0006 reads this
      *    file for every permission check, so the compliance
      *    answer to "who may do what" lives in one place. The
      *    admin flag took the record from 12 to 13 bytes: the
      *    COV2039 conversion must be run on OPERAUTH before this
      *    program or the new SUB0006 goes live ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
            88 WS-ACTION-DELETE     VALUE 'D'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
      *    ONLY A FLAG ACTUALLY GIVEN CHANGES THE ADMIN AUTHORITY ***
           03 WS-ADMIN-GIVEN        PIC X VALUE 'N'.
            88 WS-ADMIN-GIVEN-YES   VALUE 'Y'.
      *
       01  WS-WORK-OPER-ID           PIC X(08) VALUE SPACES.
       01  WS-WORK-FLAGS.
           03 WS-WORK-CHECKER        PIC X(01) VALUE 'N'.
           03 WS-WORK-LOADER         PIC X(01) VALUE 'N'.
           03 WS-WORK-WATCHLIST      PIC X(01) VALUE 'N'.
           03 WS-WORK-ADMIN          PIC X(01) VALUE 'N'.
       01  WS-FLAG-SUB               PIC 9(01) VALUE ZERO.
      *
       01  WS-COUNTERS.
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='AOPER0001YNYNN' - ACTION, OPERATOR ID, THEN THE
      *    MAKER/CHECKER/LOADER/WATCHLIST/ADMIN FLAGS ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-CHECKER       PIC X(01).
           03 LK-PARM-LOADER        PIC X(01).
           03 LK-PARM-WATCHLIST     PIC X(01).
           03 LK-PARM-ADMIN         PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
              MOVE LK-PARM-CHECKER   TO WS-WORK-CHECKER
              MOVE LK-PARM-LOADER    TO WS-WORK-LOADER
              MOVE LK-PARM-WATCHLIST TO WS-WORK-WATCHLIST
              IF LK-PARM-LEN > 13
                 MOVE LK-PARM-ADMIN  TO WS-WORK-ADMIN
                 MOVE 'Y'            TO WS-ADMIN-GIVEN
              END-IF
           ELSE
              DISPLAY '*** Action, A=Add, C=Change, D=Delete: '
              ACCEPT WS-ACTION
                 ACCEPT WS-WORK-LOADER
                 DISPLAY '*** Watchlist allowed (Y/N): '
                 ACCEPT WS-WORK-WATCHLIST
                 DISPLAY '*** Credential admin allowed (Y/N): '
                 ACCEPT WS-WORK-ADMIN
                 MOVE 'Y'            TO WS-ADMIN-GIVEN
              END-IF
           END-IF
      *
      *    EVERY FLAG MUST COMMIT TO Y OR N ***
           IF NOT WS-ACTION-DELETE
              PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                 UNTIL WS-FLAG-SUB > 5
                 IF WS-WORK-FLAGS (WS-FLAG-SUB:1) NOT = 'Y' AND
                    WS-WORK-FLAGS (WS-FLAG-SUB:1) NOT = 'N'
                    DISPLAY '*** ERROR flags must be Y or N: '
           MOVE WS-WORK-CHECKER    TO OA-CHECKER
           MOVE WS-WORK-LOADER     TO OA-LOADER
           MOVE WS-WORK-WATCHLIST  TO OA-WATCHLIST
           MOVE WS-WORK-ADMIN      TO OA-ADMIN
           WRITE OPERAUTH-REC
              INVALID KEY
                 DISPLAY '*** ERROR, operator already exists: '
           MOVE WS-WORK-CHECKER    TO OA-CHECKER
           MOVE WS-WORK-LOADER     TO OA-LOADER
           MOVE WS-WORK-WATCHLIST  TO OA-WATCHLIST
           IF WS-ADMIN-GIVEN-YES
              MOVE WS-WORK-ADMIN   TO OA-ADMIN
           END-IF
           REWRITE OPERAUTH-REC
              INVALID KEY
                 DISPLAY '*** ERROR REWRITE OPERAUTH-FILE, STATUS: '
