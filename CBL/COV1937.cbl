      *    (COVID19EN / COVID19VN / COVID19AN / COVID19CN), which
      *    operations swaps in after a clean run; nothing is edited
      *    in place. A one-page report shows what was kept,
      *    summarized and removed per file. Nothing is dropped
      *    while a LEGLHOLD legal hold covering the rejects and logs
      *    spans its date (SUB0016): a reject line carries a raw
      *    source row of any shape, and an audit or checkpoint line
      *    belongs to no one country, so any such hold keeps every
      *    line of its period, whatever the country. Held lines go
      *    to the new file untouched, are counted as HELD on the
      *    report and the run ends RC 4 ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-HOLD-CHECK-BAD        PIC X VALUE 'N'.
            88 WS-HOLD-CHECK-FAILED    VALUE 'Y'.
      *
       01  WS-RETENTION-DAYS           PIC 9(04) VALUE ZEROES.
       01  WS-DATE-WORK.
           03 WS-AU-DROPPED            PIC 9(07) VALUE ZEROES.
           03 WS-CP-KEPT               PIC 9(07) VALUE ZEROES.
           03 WS-CP-DROPPED            PIC 9(07) VALUE ZEROES.
           03 WS-E-HELD                PIC 9(07) VALUE ZEROES.
           03 WS-V-HELD                PIC 9(07) VALUE ZEROES.
           03 WS-AU-HELD               PIC 9(07) VALUE ZEROES.
           03 WS-CP-HELD               PIC 9(07) VALUE ZEROES.
      *
      *    LEGAL-HOLD CHECK BEFORE A LINE IS DROPPED - SEE SUB0016 ***
       77  WS-HOLD-PGM-NAME            PIC X(08) VALUE 'SUB0016'.
       77  WS-HOLD-MODE                PIC X(01) VALUE 'Q'.
       01  WS-HOLD-KEY.
           03 WS-HOLD-CLASS            PIC X(01) VALUE 'E'.
           03 WS-HOLD-CODE             PIC X(05) VALUE SPACES.
           03 WS-HOLD-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-HOLD-ANSWER.
           03 WS-HOLD-HELD             PIC X(01) VALUE SPACE.
            88 WS-HOLD-HELD-YES        VALUE 'Y'.
           03 WS-HOLD-REF              PIC X(12) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==HOLDCHK==.
      *
       01  WS-DETAIL-LINE              PIC X(132).
      *
           PERFORM AGE-COVID19CP
           PERFORM WRITE-REPORT
           CLOSE PRINT-LINE
           MOVE 'C'                  TO WS-HOLD-MODE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           EVALUATE TRUE
              WHEN WS-HOLD-CHECK-FAILED
                 MOVE 16             TO RETURN-CODE
              WHEN WS-E-HELD + WS-V-HELD + WS-AU-HELD + WS-CP-HELD
                   > ZERO
                 MOVE 4              TO RETURN-CODE
           END-EVALUATE
           .
      *
       MAIN-STOP.
              READ COVID19E-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    MOVE 'N'         TO WS-HOLD-HELD
                    IF CVE-RUN-DATE NUMERIC AND
                       CVE-RUN-DATE < WS-CUTOFF-DATE
                       MOVE CVE-RUN-DATE TO WS-HOLD-DATE
                       PERFORM CHECK-LEGAL-HOLD
                    END-IF
                    IF WS-HOLD-HELD-YES
                       ADD 1         TO WS-E-HELD
                    END-IF
                    IF CVE-RUN-DATE NUMERIC AND
                       CVE-RUN-DATE < WS-CUTOFF-DATE AND
                       NOT WS-HOLD-HELD-YES
                       ADD 1         TO WS-E-DROPPED
                       MOVE CVE-RUN-DATE (1:6) TO WS-RS-WORK-MONTH
                       MOVE CVE-REASON-CODE    TO WS-RS-WORK-REASON
              READ COVID19VE-FILE
                 AT END MOVE 'Y'     TO WS-LAST-REC
                 NOT AT END
                    MOVE 'N'         TO WS-HOLD-HELD
                    IF CVF-RUN-DATE NUMERIC AND
                       CVF-RUN-DATE < WS-CUTOFF-DATE
                       MOVE CVF-RUN-DATE TO WS-HOLD-DATE
                       PERFORM CHECK-LEGAL-HOLD
                    END-IF
                    IF WS-HOLD-HELD-YES
                       ADD 1         TO WS-V-HELD
                    END-IF
                    IF CVF-RUN-DATE NUMERIC AND
                       CVF-RUN-DATE < WS-CUTOFF-DATE AND
                       NOT WS-HOLD-HELD-YES
                       ADD 1         TO WS-V-DROPPED
                       MOVE CVF-RUN-DATE (1:6) TO WS-RS-WORK-MONTH
                       MOVE CVF-REASON-CODE    TO WS-RS-WORK-REASON
           PERFORM WRITE-V-SUMMARY-LINES
           CLOSE COVID19VE-FILE COVID19VN-FILE
           .
      *
      *    A LINE PAST RETENTION BUT UNDER LEGAL HOLD IS KEPT AS IT
      *    STANDS. ONCE THE REGISTER CAN'T BE READ IN FULL, EVERY
      *    LINE STILL TO COME IS KEPT - NOTHING IS LOST BY WAITING
      *    FOR THE NEXT RUN ***
       CHECK-LEGAL-HOLD.
           IF WS-HOLD-CHECK-FAILED
              MOVE 'Y'               TO WS-HOLD-HELD
              EXIT PARAGRAPH
           END-IF
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           IF NOT WS-HOLDCHK-OK
              DISPLAY '*** Legal-hold check failed, nothing more '
                      'dropped: ' WS-HOLDCHK-MESSAGE
              MOVE 'Y'               TO WS-HOLD-HELD
                                        WS-HOLD-CHECK-BAD
              EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-HELD-YES
              DISPLAY '*** Held, not dropped: ' WS-HOLD-DATE
                          ' hold ' WS-HOLD-REF
           END-IF
           .
      *
       TALLY-REJECT-SUMMARY.
           MOVE 'N'                  TO WS-RS-FOUND-SW
      *             AN EARLIER RUN'S 'S' SUMMARY LINE CARRIES TEXT
      *             IN THE COUNTER COLUMNS - CARRY IT FORWARD AS IS
      *             RATHER THAN RE-TALLYING IT ***
                    MOVE 'N'         TO WS-HOLD-HELD
                    IF AU-RUN-DATE NUMERIC AND
                       AU-OPTION NOT = 'S' AND
                       AU-RUN-DATE < WS-CUTOFF-DATE
                       MOVE AU-RUN-DATE TO WS-HOLD-DATE
                       PERFORM CHECK-LEGAL-HOLD
                    END-IF
                    IF WS-HOLD-HELD-YES
                       ADD 1         TO WS-AU-HELD
                    END-IF
                    IF AU-RUN-DATE NUMERIC AND
                       AU-OPTION NOT = 'S' AND
                       AU-RUN-DATE < WS-CUTOFF-DATE AND
                       NOT WS-HOLD-HELD-YES
                       ADD 1         TO WS-AU-DROPPED
                       PERFORM TALLY-AUDIT-SUMMARY
                    ELSE
                    IF CP-CSV-DATE NUMERIC
                       MOVE CP-CSV-DATE TO WS-WORK-DATE
                    END-IF
                    MOVE 'N'         TO WS-HOLD-HELD
                    IF WS-WORK-DATE > ZERO AND
                       WS-WORK-DATE < WS-CUTOFF-DATE
                       MOVE WS-WORK-DATE TO WS-HOLD-DATE
                       PERFORM CHECK-LEGAL-HOLD
                    END-IF
                    IF WS-HOLD-HELD-YES
                       ADD 1         TO WS-CP-HELD
                    END-IF
                    IF WS-WORK-DATE > ZERO AND
                       WS-WORK-DATE < WS-CUTOFF-DATE AND
                       NOT WS-HOLD-HELD-YES
                       ADD 1         TO WS-CP-DROPPED
                    ELSE
                       ADD 1         TO WS-CP-KEPT
                  WS-E-KEPT            DELIMITED BY SIZE
                  '  removed '         DELIMITED BY SIZE
                  WS-E-DROPPED         DELIMITED BY SIZE
                  '  held '            DELIMITED BY SIZE
                  WS-E-HELD            DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE PRINT-REC         FROM WS-DETAIL-LINE
                  WS-V-KEPT            DELIMITED BY SIZE
                  '  removed '         DELIMITED BY SIZE
                  WS-V-DROPPED         DELIMITED BY SIZE
                  '  held '            DELIMITED BY SIZE
                  WS-V-HELD            DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE PRINT-REC         FROM WS-DETAIL-LINE
                  WS-AU-KEPT           DELIMITED BY SIZE
                  '  removed '         DELIMITED BY SIZE
                  WS-AU-DROPPED        DELIMITED BY SIZE
                  '  held '            DELIMITED BY SIZE
                  WS-AU-HELD           DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE PRINT-REC         FROM WS-DETAIL-LINE
                  WS-CP-KEPT           DELIMITED BY SIZE
                  '  removed '         DELIMITED BY SIZE
                  WS-CP-DROPPED        DELIMITED BY SIZE
                  '  held '            DELIMITED BY SIZE
                  WS-CP-HELD           DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE PRINT-REC         FROM WS-DETAIL-LINE
