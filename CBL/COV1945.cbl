      *    H then M then L, so a missing G7 country doesn't hide
      *    among microstates. Run as the step after COV1901; RC=8
      *    when a high-severity country is missing, RC=4 when only
      *    medium/low ones are. A COV2032 provisional estimate is not
      *    a delivery - a code whose only record is one is reported
      *    missing all the same ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       01  WS-COUNTERS.
           03 WS-EXPECTED-READ         PIC 9(05) VALUE ZEROES.
           03 WS-CODES-PRESENT         PIC 9(05) VALUE ZEROES.
           03 WS-CODES-PROVISIONAL     PIC 9(05) VALUE ZEROES.
           03 WS-HIGH-MISSING          PIC 9(05) VALUE ZEROES.
           03 WS-OTHER-MISSING         PIC 9(05) VALUE ZEROES.
      *
           PERFORM WRITE-MISSING-REPORT
           DISPLAY 'Expected codes READ: '     WS-EXPECTED-READ
           DISPLAY 'Codes PRESENT on date: '   WS-CODES-PRESENT
           DISPLAY 'Codes PROVISIONAL only: '  WS-CODES-PROVISIONAL
           DISPLAY 'HIGH severity MISSING: '   WS-HIGH-MISSING
           DISPLAY 'Other severity MISSING: '  WS-OTHER-MISSING
           IF WS-HIGH-MISSING > ZERO
              INVALID KEY
                 PERFORM STORE-MISSING-CODE
              NOT INVALID KEY
                 IF CV-IS-PROVISIONAL
                    ADD 1            TO WS-CODES-PROVISIONAL
                    PERFORM STORE-MISSING-CODE
                 ELSE
                    ADD 1            TO WS-CODES-PRESENT
                 END-IF
           END-READ
           .
      *
