      *  LATESTPN in step - the retired code's entries go (the mark
      *  disposition re-keys the name index entry), and the
      *  successor's latest position follows the remapped records.
      *  Every COVID19J line is now sealed through SUB0014 with a
      *  hash chained on the line before it, for COV2015 to verify.
      *  Honours the LEGLHOLD legal-hold register through SUB0016: a
      *  day held under either code is left exactly as it stands on
      *  both, listed on the job log with the hold reference and
      *  counted as HELD; while any day of the old code is left
      *  behind its COUNTRYS entry and latest position stay too, and
      *  the run ends RC 4.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
            88 WS-NDX-AVAIL-YES     VALUE 'Y'.
           03 WS-LP-AVAIL           PIC X VALUE 'N'.
            88 WS-LP-AVAIL-YES      VALUE 'Y'.
           03 WS-HOLD-CHECK-BAD     PIC X VALUE 'N'.
            88 WS-HOLD-CHECK-FAILED VALUE 'Y'.
      *
       01  WS-OLD-CODE              PIC X(05) VALUE SPACES.
       01  WS-NEW-CODE              PIC X(05) VALUE SPACES.
           03 WS-D-DELETED          PIC 9(07) VALUE ZEROS.
           03 WS-C-DELETED          PIC 9(07) VALUE ZEROS.
           03 WS-C-REWRITTEN        PIC 9(07) VALUE ZEROS.
           03 WS-D-HELD             PIC 9(05) VALUE ZEROS.
           03 WS-DH-HELD            PIC 9(05) VALUE ZEROS.
      *
      *    EXCLUSIVE TOKEN ON THE SHARED INDEXED FILES - SEE SUB0003 *
       77  WS-LOCK-PGM-NAME         PIC X(08) VALUE 'SUB0003'.
       77  WS-SEQ-PGM-NAME          PIC X(08) VALUE 'SUB0009'.
       77  WS-RUN-NUMBER            PIC 9(06) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==RUNSEQ==.
      *
      *    COVID19J CHAIN SEAL ON EVERY JOURNAL LINE - SEE SUB0014 ***
       77  WS-CHAIN-PGM-NAME       PIC X(08) VALUE 'SUB0014'.
       77  WS-CHAIN-FUNCTION       PIC X(01) VALUE SPACE.
       COPY JRNCHAIN.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CHAIN==.
      *
      *    LEGAL-HOLD CHECK BEFORE A DAY IS RE-KEYED - SEE SUB0016 ***
       77  WS-HOLD-PGM-NAME         PIC X(08) VALUE 'SUB0016'.
       77  WS-HOLD-MODE             PIC X(01) VALUE 'Q'.
       01  WS-HOLD-KEY.
           03 WS-HOLD-CLASS         PIC X(01) VALUE 'D'.
           03 WS-HOLD-CODE          PIC X(05) VALUE SPACES.
           03 WS-HOLD-DATE          PIC 9(08) VALUE ZEROS.
       01  WS-HOLD-ANSWER.
           03 WS-HOLD-HELD          PIC X(01) VALUE SPACE.
            88 WS-HOLD-HELD-YES     VALUE 'Y'.
           03 WS-HOLD-REF           PIC X(12) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==HOLDCHK==.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
           IF WS-ARCHIVE-AVAIL-YES
              PERFORM REMAP-COVID19DH
           END-IF
      *    A DAY LEFT BEHIND UNDER HOLD STILL BELONGS TO THE OLD
      *    CODE, SO ITS MASTER ENTRY CAN'T GO YET ***
           IF WS-D-HELD + WS-DH-HELD = ZERO
              PERFORM FINISH-OLD-COUNTRYS-ENTRY
           ELSE
              DISPLAY '*** Old code still holds days under legal '
                      'hold - COUNTRYS entry and LATESTPN kept: '
                      WS-OLD-CODE
           END-IF
           PERFORM WRITE-OLD-CODE-ALIAS
           PERFORM WRITE-TRAILERS
           PERFORM CLOSE-FILES
           PERFORM POST-BALANCING-MOVEMENTS
           PERFORM RELEASE-FILE-LOCK
           EVALUATE TRUE
              WHEN WS-HOLD-CHECK-FAILED
                 MOVE 16            TO RETURN-CODE
              WHEN WS-D-HELD + WS-DH-HELD > ZERO
                 MOVE 4             TO RETURN-CODE
           END-EVALUATE
           .
      *
       OBTAIN-RUN-NUMBER.
              DISPLAY '*** COVID19DH not available - archive not '
                      'remapped'
           END-IF
           MOVE 'I'                 TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           OPEN EXTEND COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              OPEN OUTPUT COVID19J-FILE
                 IF CV-CODE NOT = WS-OLD-CODE
                    MOVE 'Y'        TO WS-BROWSE-DONE
                 ELSE
                    MOVE CV-DATE    TO WS-HOLD-DATE
                    PERFORM CHECK-LEGAL-HOLD
                    IF WS-HOLD-HELD-YES
                       ADD 1        TO WS-D-HELD
                    ELSE
                       PERFORM REMAP-ONE-COVID19D-REC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
                 IF CVH-CODE NOT = WS-OLD-CODE
                    MOVE 'Y'        TO WS-BROWSE-DONE
                 ELSE
                    MOVE CVH-DATE   TO WS-HOLD-DATE
                    PERFORM CHECK-LEGAL-HOLD
                    IF WS-HOLD-HELD-YES
                       ADD 1        TO WS-DH-HELD
                    ELSE
                       PERFORM REMAP-ONE-COVID19DH-REC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           END-READ
           .
      *
      *    A DAY IS HELD WHEN A HOLD COVERS EITHER CODE ON IT - THE
      *    OLD CODE'S RECORD WOULD BE DROPPED, THE NEW CODE'S ONE
      *    ADDED TO OR OVERWRITTEN. ONCE THE REGISTER CAN'T BE READ
      *    IN FULL EVERY DAY STILL TO COME IS LEFT AS IT STANDS ***
       CHECK-LEGAL-HOLD.
           MOVE 'Y'                 TO WS-HOLD-HELD
           IF WS-HOLD-CHECK-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-CODE         TO WS-HOLD-CODE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           IF WS-HOLDCHK-OK AND NOT WS-HOLD-HELD-YES
              MOVE WS-NEW-CODE      TO WS-HOLD-CODE
              CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
                 WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           END-IF
           IF NOT WS-HOLDCHK-OK
              DISPLAY '*** Legal-hold check failed, nothing more '
                      'remapped: ' WS-HOLDCHK-MESSAGE
              MOVE 'Y'              TO WS-HOLD-HELD
                                       WS-HOLD-CHECK-BAD
              EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-HELD-YES
              DISPLAY '*** Held, not remapped: ' WS-HOLD-CODE ' '
                          WS-HOLD-DATE ' hold ' WS-HOLD-REF
           END-IF
           .
      *
      *    ONE COVID19J LINE PER RECORD TOUCHED, LIVE OR ARCHIVE -
      *    KEYED UNDER THE OLD CODE, BEFORE = THE OLD-KEY FIGURES,
      *    AFTER = WHAT NOW STANDS UNDER THE NEW KEY FOR THAT DATE **
           MOVE WS-AFT-NEW-RECOVERED   TO JR-AFT-NEW-RECOVERED
           MOVE WS-AFT-TOTAL-RECOVERED TO JR-AFT-TOTAL-RECOVERED
           MOVE WS-RUN-NUMBER          TO JR-RUN-NUMBER
           MOVE 'S'                 TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              COVID19J-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           WRITE COVID19J-REC
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** Error WRITE COVID19J: '
           DISPLAY 'COVID19DH records REMAPPED: '  WS-DH-REMAPPED
           DISPLAY 'COVID19DH date COLLISIONS: '   WS-DH-COLLIDED
           DISPLAY 'COVID19J  records JOURNALED: ' WS-RECORDS-JOURNALED
           DISPLAY 'COVID19D  records HELD: '      WS-D-HELD
           DISPLAY 'COVID19DH records HELD: '      WS-DH-HELD
           MOVE 'C'                 TO WS-HOLD-MODE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           DISPLAY '*** Run COV1922 to rebuild the COVID19X mirror'
           IF NOT WS-NDX-AVAIL-YES
              DISPLAY '*** CNTRYNDX was not available - run COV1963 '
