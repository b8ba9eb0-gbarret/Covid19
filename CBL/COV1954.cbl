      *    generation and on or before the cut-off are re-applied, so
      *    "as of yesterday 18:00" is a PARM, not a shrug. Takes the
      *    SUB0003 exclusive token like COV1912, and the COVID19X
      *    mirror must be rebuilt with COV1922 afterwards. Nothing
      *    is restored unless the journal first verifies through
      *    SUB0014 - an edited, missing or truncated COVID19J line
      *    would replay the wrong history, so a broken chain refuses
      *    the run with RC 12 (COV2015 shows where it breaks) ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       77  WS-LOCK-JOB-NAME           PIC X(08) VALUE 'COV1954'.
       77  WS-LOCK-MODE               PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
      *    COVID19J CHAIN VERIFY BEFORE ANY REPLAY - SEE SUB0014 ***
       77  WS-CHAIN-PGM-NAME          PIC X(08) VALUE 'SUB0014'.
       77  WS-CHAIN-FUNCTION          PIC X(01) VALUE 'V'.
       COPY COVID19J REPLACING        ==:TAG1:== BY ==WS-CHAIN==
                                      ==:TAG2:== BY ==WCJ==.
       COPY JRNCHAIN.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CHAIN==.
      *
       01  WS-GEN-STAMP               PIC 9(14) VALUE ZEROS.
       01  WS-CUTOFF-STAMP            PIC 9(14) VALUE 99999999999999.
              MOVE 12                TO RETURN-CODE
              GOBACK
           END-IF
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              WS-CHAIN-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           IF NOT WS-CHAIN-OK
              DISPLAY '*** COVID19J chain broken at line '
                          WS-JC-BREAK-RECNO ': ' WS-JC-BREAK-REASON
              DISPLAY '*** Replay refused - run COV2015 for detail'
              MOVE 12                TO RETURN-CODE
              PERFORM RELEASE-FILE-LOCK
              GOBACK
           END-IF
           DISPLAY '*** COVID19J chain verified, lines: '
                       WS-JC-RECORDS
           PERFORM FIND-GENERATION
           IF NOT WS-GEN-FOUND-YES
              DISPLAY '*** Generation not on BKUPCTLG: ' WS-GEN-STAMP
