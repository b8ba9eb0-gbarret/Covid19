      *    named on the job log for the operator to scratch - the
      *    program never deletes a dataset itself. COV1954 restores
      *    from a cataloged generation and rolls forward off
      *    COVID19J. A generation taken once a LEGLHOLD legal hold
      *    covering the backups had begun (SUB0016) carries held
      *    data, so it is never expired while that hold is in force -
      *    it stays active, is named on the job log with the hold
      *    reference and counted as HELD, and the run ends RC 4 ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       01  WS-COUNTRYS-UNLOADED       PIC 9(07) VALUE ZEROES.
       01  WS-COVID19D-UNLOADED       PIC 9(07) VALUE ZEROES.
       01  WS-GENS-EXPIRED            PIC 9(03) VALUE ZEROES.
       01  WS-GENS-HELD               PIC 9(03) VALUE ZEROES.
      *
      *    LEGAL-HOLD CHECK BEFORE A GENERATION IS EXPIRED - SEE
      *    SUB0016 ***
       77  WS-HOLD-PGM-NAME           PIC X(08) VALUE 'SUB0016'.
       77  WS-HOLD-MODE               PIC X(01) VALUE 'G'.
       01  WS-HOLD-KEY.
           03 WS-HOLD-CLASS           PIC X(01) VALUE 'B'.
           03 WS-HOLD-CODE            PIC X(05) VALUE SPACES.
           03 WS-HOLD-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-HOLD-ANSWER.
           03 WS-HOLD-HELD            PIC X(01) VALUE SPACE.
            88 WS-HOLD-HELD-YES       VALUE 'Y'.
           03 WS-HOLD-REF             PIC X(12) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==HOLDCHK==.
      *
      *    THE WHOLE CATALOG, RELOADED AND REWRITTEN EACH RUN SO THE
      *    EXPIRY MARKS STICK ***
           DISPLAY 'COUNTRYS records UNLOADED: '  WS-COUNTRYS-UNLOADED
           DISPLAY 'COVID19D records UNLOADED: '  WS-COVID19D-UNLOADED
           DISPLAY 'Generations EXPIRED: '        WS-GENS-EXPIRED
           DISPLAY 'Generations HELD: '           WS-GENS-HELD
           MOVE 'C'                  TO WS-HOLD-MODE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           MOVE 'RX'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF WS-GENS-HELD > ZERO AND RETURN-CODE < 4
              MOVE 4                 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *
                 ADD 1                TO WS-ACTIVE-SEEN
                 IF WS-ACTIVE-SEEN <=
                    WS-ACTIVE-COUNT - WS-KEEP-COUNT
                    PERFORM CHECK-LEGAL-HOLD
                 END-IF
                 IF WS-ACTIVE-SEEN <=
                    WS-ACTIVE-COUNT - WS-KEEP-COUNT AND
                    NOT WS-HOLD-HELD-YES
                    MOVE 'E'          TO BK-STATUS
                    MOVE BKUPCTLG-REC TO WS-CAT-REC (WS-CAT-IDX)
                    ADD 1             TO WS-GENS-EXPIRED
              END-IF
           END-PERFORM
           .
      *
      *    A HELD GENERATION STAYS ACTIVE AND IS ASKED ABOUT AGAIN
      *    EVERY RUN UNTIL ITS HOLD IS RELEASED. IF THE REGISTER
      *    CAN'T BE READ IN FULL NOTHING IS EXPIRED THIS RUN ***
       CHECK-LEGAL-HOLD.
           MOVE BK-GEN-STAMP (1:8)    TO WS-HOLD-DATE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           IF NOT WS-HOLDCHK-OK
              DISPLAY '*** Legal-hold check failed, generation kept: '
                          BK-CNTRY-FILE ' ' WS-HOLDCHK-MESSAGE
              MOVE 'Y'                TO WS-HOLD-HELD
              MOVE 16                 TO RETURN-CODE
           END-IF
           IF WS-HOLD-HELD-YES
              ADD 1                   TO WS-GENS-HELD
              DISPLAY '*** Generation HELD, not expired: '
                      BK-CNTRY-FILE ' and ' BK-COV19-FILE ' hold '
                      WS-HOLD-REF
           END-IF
           .
      *
       REWRITE-CATALOG.
           OPEN OUTPUT BKUPCTLG-FILE
