      *    the MINDSPCH dispatch register with status P, which is
      *    where COV1962 later matches the ministry's numbered
      *    acknowledgments. The next envelope number is one past the
      *    highest already registered. A country whose position is
      *    still under embargo on the EMBARGO register (SUB0012) is
      *    held out of the envelope and listed on the job log with
      *    its release time, and the step ends RC 4 so the day is
      *    resubmitted once the embargo lifts. A position that is
      *    a provisional estimate (COV2032) for a country whose feed
      *    had not arrived carries 'P' in the detail's status byte,
      *    so the ministry knows the corrected figure will follow.
      *    A position the embargo register can't answer for is held
      *    back as an embargoed one is ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
      *
       01  WS-COUNTERS.
           03 WS-DETAILS-WRITTEN       PIC 9(07) VALUE ZEROES.
           03 WS-DETAILS-WITHHELD      PIC 9(07) VALUE ZEROES.
           03 WS-DETAILS-PROVISIONAL   PIC 9(07) VALUE ZEROES.
           03 WS-HASH-NEW-CONFIRMED    PIC S9(11) COMP-3 VALUE ZEROES.
      *
      *    PUBLICATION EMBARGO CHECK - SEE SUB0012 ***
       77  WS-EMB-PGM-NAME             PIC X(08) VALUE 'SUB0012'.
       77  WS-EMB-MODE                 PIC X(01) VALUE 'Q'.
       01  WS-EMB-KEY.
           03 WS-EMB-CODE              PIC X(05).
           03 WS-EMB-DATE              PIC 9(08).
       01  WS-EMB-ANSWER.
           03 WS-EMB-HELD              PIC X(01).
            88 WS-EMB-HELD-YES         VALUE 'Y'.
           03 WS-EMB-RELEASE-DATE      PIC 9(08).
           03 WS-EMB-RELEASE-TIME      PIC 9(04).
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==EMBCHK==.
      *
      *    THE MINISTRY'S FIXED ENVELOPE LAYOUTS ***
       01  WS-SUB-HEADER.
           03 FILLER                   PIC X(01) VALUE 'H'.
           03 SD-TOTAL-DEATHS          PIC 9(09).
           03 SD-NEW-DEATHS            PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
      *    'P' = PROVISIONAL ESTIMATE, SPACE = REPORTED FIGURE ***
           03 SD-STATUS                PIC X(01) VALUE SPACE.
           03 FILLER                   PIC X(29) VALUE SPACES.
      *
       01  WS-SUB-TRAILER.
           03 FILLER                   PIC X(01) VALUE 'T'.
           PERFORM WRITE-DISPATCH-REC
           DISPLAY 'Submission SEQUENCE NO: '   WS-SEQ-NO
           DISPLAY 'Detail records WRITTEN: '   WS-DETAILS-WRITTEN
           DISPLAY 'Countries WITHHELD under embargo: '
                                               WS-DETAILS-WITHHELD
           DISPLAY 'Details sent as PROVISIONAL estimates: '
                                               WS-DETAILS-PROVISIONAL
           MOVE 'C'                    TO WS-EMB-MODE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
           IF WS-DETAILS-WITHHELD > ZERO
              DISPLAY '*** Embargoed positions held back - resubmit '
                      'the date once they are released'
              MOVE 4                   TO RETURN-CODE
           END-IF
           IF WS-DETAILS-WRITTEN = ZERO
              DISPLAY '*** No COVID19X positions for the date - '
                      'empty submission produced'
                 IF CX-DATE NOT = WS-POSITION-DATE
                    MOVE 'Y'           TO WS-LAST-REC
                 ELSE
                    PERFORM CHECK-EMBARGO
                    IF NOT WS-EMB-HELD-YES
                       PERFORM WRITE-ONE-DETAIL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *    A POSITION UNDER EMBARGO NEVER LEAVES FOR THE MINISTRY
      *    BEFORE ITS RELEASE TIME ***
       CHECK-EMBARGO.
           MOVE CX-CODE                TO WS-EMB-CODE
           MOVE CX-DATE                TO WS-EMB-DATE
           CALL WS-EMB-PGM-NAME USING WS-EMB-MODE, WS-EMB-KEY,
              WS-EMB-ANSWER, WS-EMBCHK-INFO
      *    A REGISTER THAT CAN'T ANSWER HOLDS THE DAY BACK ***
           IF NOT WS-EMBCHK-OK
              MOVE 'Y'                 TO WS-EMB-HELD
              DISPLAY '*** Embargo check FAILED - held: '
                          WS-EMB-CODE ' ' WS-EMB-DATE ' '
                          WS-EMBCHK-MESSAGE
           END-IF
           IF WS-EMB-HELD-YES
              ADD 1                    TO WS-DETAILS-WITHHELD
              DISPLAY '*** Withheld under embargo: ' CX-CODE ' '
                          CX-DATE ' until ' WS-EMB-RELEASE-DATE ' '
                          WS-EMB-RELEASE-TIME
           END-IF
           .
      *
       WRITE-ONE-DETAIL.
           MOVE WS-SEQ-NO              TO SD-SEQ-NO
           MOVE CX-NEW-CONFIRMED       TO SD-NEW-CONFIRMED
           MOVE CX-TOTAL-DEATHS        TO SD-TOTAL-DEATHS
           MOVE CX-NEW-DEATHS          TO SD-NEW-DEATHS
           IF CX-IS-PROVISIONAL
              MOVE 'P'                 TO SD-STATUS
              ADD 1                    TO WS-DETAILS-PROVISIONAL
           ELSE
              MOVE SPACE               TO SD-STATUS
           END-IF
           MOVE WS-SUB-DETAIL          TO MINSUB-REC
           WRITE MINSUB-REC
           ADD 1                       TO WS-DETAILS-WRITTEN
           MOVE WS-DETAILS-WRITTEN     TO MD-RECORD-COUNT
           MOVE 'P'                    TO MD-STATUS
           MOVE ZEROS                   TO MD-ACK-DATE
                                          MD-REPLACES-SEQ
                                          MD-SUPERSEDED-BY
           MOVE SPACES                 TO MD-ACK-CODE
           WRITE MINDSPCH-REC
              INVALID KEY
