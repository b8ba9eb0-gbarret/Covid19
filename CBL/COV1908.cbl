      *  checkpoint key and tolerates records an interrupted pass
      *  already copied to COVID19DH instead of failing on the
      *  duplicate key.
      *  Honours the LEGLHOLD legal-hold register through SUB0016: a
      *  record under a hold covering the daily figures stays on
      *  COVID19D, is listed on the job log with the hold reference
      *  and counted as HELD, and the run ends RC 4.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
            88 WS-RESTART-MODE-ON      VALUE 'Y'.
           03 WS-CHECKPOINT-USABLE     PIC X VALUE 'N'.
            88 WS-CHECKPOINT-USABLE-YES VALUE 'Y'.
           03 WS-HOLD-CHECK-BAD        PIC X VALUE 'N'.
            88 WS-HOLD-CHECK-FAILED    VALUE 'Y'.
      *
       01  WS-CHECKPOINT-INTERVAL      PIC 9(05) VALUE 500.
       01  WS-SINCE-CHECKPOINT         PIC 9(05) VALUE ZEROES.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV1908'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
      *    LEGAL-HOLD CHECK BEFORE A RECORD IS PURGED - SEE SUB0016 *
       77  WS-HOLD-PGM-NAME            PIC X(08) VALUE 'SUB0016'.
       77  WS-HOLD-MODE                PIC X(01) VALUE 'Q'.
       01  WS-HOLD-KEY.
           03 WS-HOLD-CLASS            PIC X(01) VALUE 'D'.
           03 WS-HOLD-CODE             PIC X(05) VALUE SPACES.
           03 WS-HOLD-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-HOLD-ANSWER.
           03 WS-HOLD-HELD             PIC X(01) VALUE SPACE.
            88 WS-HOLD-HELD-YES        VALUE 'Y'.
           03 WS-HOLD-REF              PIC X(12) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==HOLDCHK==.
       01  WS-HELD-TODAY               PIC 9(05) VALUE ZEROES.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
           PERFORM ARCHIVE-PASS
           PERFORM MARK-CHECKPOINT-COMPLETE
           DISPLAY 'COVID19D records ARCHIVED: ' WS-ARCHIVED-TODAY
           DISPLAY 'COVID19D records HELD (not archived): '
                       WS-HELD-TODAY
           MOVE 'C'                  TO WS-HOLD-MODE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           CLOSE COVID19D-FILE COVID19DH-FILE COVID19RC-FILE
           PERFORM POST-BALANCING-MOVEMENT
           PERFORM RELEASE-FILE-LOCK
           EVALUATE TRUE
              WHEN WS-HOLD-CHECK-FAILED
                 MOVE 16             TO RETURN-CODE
              WHEN WS-HELD-TODAY > ZERO
                 MOVE 4              TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *
              PERFORM READ-COVID19D-SEQ-NEXT
              IF NOT WS-COVID19D-EOF-OK
                 IF CV-DATE < WS-CUTOFF-DATE
                    PERFORM CHECK-LEGAL-HOLD
                    IF NOT WS-HOLD-HELD-YES
                       PERFORM ARCHIVE-ONE-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    A RECORD UNDER LEGAL HOLD STAYS EXACTLY WHERE IT IS. IF
      *    THE REGISTER CAN'T BE READ IN FULL NOTHING MORE IS PURGED
      *    - THE PASS STOPS HERE AND THE NEXT RUN PICKS IT UP ***
       CHECK-LEGAL-HOLD.
           MOVE CV-CODE              TO WS-HOLD-CODE
           MOVE CV-DATE              TO WS-HOLD-DATE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           IF NOT WS-HOLDCHK-OK
              DISPLAY '*** Legal-hold check failed, archive stopped: '
                          WS-HOLDCHK-MESSAGE
              MOVE 'Y'               TO WS-HOLD-HELD
                                        WS-COVID19D-EOF
                                        WS-HOLD-CHECK-BAD
              EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-HELD-YES
              ADD 1                  TO WS-HELD-TODAY
              DISPLAY '*** Held, not archived: ' CV-CODE ' '
                          CV-DATE ' hold ' WS-HOLD-REF
           END-IF
           .
      *
       READ-COVID19D-SEQ-NEXT.
           READ COVID19D-FILE NEXT RECORD
