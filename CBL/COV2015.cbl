      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2015.
       AUTHOR.         GEORGES B.
      *    COVID19J chain verifier: walks the restatement journal
      *    through SUB0014, recomputing every line's chained hash,
      *    and prints the journal's line counts, its chain head, the
      *    JRNHEAD entry it was held against and - when the chain
      *    does not hold - the first broken line with the reason
      *    (content altered, link to the previous line lost, an
      *    unsealed line inside the chain, or a journal shorter than
      *    or different from its recorded head). RC 8 on a broken
      *    chain. PARM 'H' is the nightly run: after a clean verify
      *    the head is appended to JRNHEAD, so a later truncation of
      *    the journal shows against it. COV1954 makes the same
      *    verify itself before it replays anything ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-RECORD-HEAD              PIC X VALUE 'N'.
        88 WS-RECORD-HEAD-YES          VALUE 'Y'.
      *
      *    COVID19J CHAIN SERVICE - SEE SUB0014 ***
       77  WS-CHAIN-PGM-NAME           PIC X(08) VALUE 'SUB0014'.
       77  WS-CHAIN-FUNCTION           PIC X(01) VALUE SPACE.
       COPY COVID19J REPLACING         ==:TAG1:== BY ==WS-CHAIN==
                                       ==:TAG2:== BY ==WCJ==.
       COPY JRNCHAIN.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==CHAIN==.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==HEADREC==.
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2015'.
           03 FILLER                   PIC X(50) VALUE
                '*** COVID19J JOURNAL CHAIN VERIFICATION *** '.
      *
       01  WS-SUMMARY-LINE.
           03 FILLER                   PIC X(02).
           03 SL-LABEL-O               PIC X(40).
           03 SL-VALUE-O               PIC X(60).
      *
       01  WS-COUNT-O                  PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-BREAK-LINE.
           03 FILLER                   PIC X(04).
           03 BL-RUN-DATE-O            PIC X(10).
           03 FILLER                   PIC X(01).
           03 BL-RUN-TIME-O            PIC X(06).
           03 FILLER                   PIC X(02).
           03 BL-PROGRAM-O             PIC X(08).
           03 FILLER                   PIC X(02).
           03 BL-CODE-O                PIC X(05).
           03 FILLER                   PIC X(02).
           03 BL-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 BL-RUN-NUMBER-O          PIC X(06).
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='H' - RECORD THE CHAIN HEAD AFTER A CLEAN VERIFY ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-OPTION           PIC X(01).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO AND LK-PARM-OPTION = 'H'
              MOVE 'Y'                 TO WS-RECORD-HEAD
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           MOVE 'V'                    TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              WS-CHAIN-REC, WS-JRNCHAIN-DATA, WS-CHAIN-INFO
           PERFORM WRITE-SUMMARY
           IF WS-CHAIN-OK
              IF WS-RECORD-HEAD-YES
                 PERFORM RECORD-CHAIN-HEAD
              END-IF
           ELSE
              PERFORM WRITE-BREAK
              MOVE 8                   TO RETURN-CODE
           END-IF
           DISPLAY 'COVID19J lines READ: '       WS-JC-RECORDS
           DISPLAY 'COVID19J lines SEALED: '     WS-JC-SEALED
           DISPLAY 'COVID19J first BROKEN line: ' WS-JC-BREAK-RECNO
           CLOSE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       WRITE-SUMMARY.
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'JOURNAL LINES'        TO SL-LABEL-O
           MOVE WS-JC-RECORDS          TO WS-COUNT-O
           MOVE WS-COUNT-O             TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'LINES CARRYING A SEAL' TO SL-LABEL-O
           MOVE WS-JC-SEALED           TO WS-COUNT-O
           MOVE WS-COUNT-O             TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'CHAIN HEAD'           TO SL-LABEL-O
           MOVE WS-JC-HEAD-HASH        TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'HELD AGAINST JRNHEAD ENTRY OF' TO SL-LABEL-O
           IF WS-JC-HEAD-DATE = ZERO
              MOVE 'NONE RECORDED YET'  TO SL-VALUE-O
           ELSE
              MOVE WS-JC-HEAD-DATE      TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              MOVE WS-JC-HEAD-RECORDS   TO WS-COUNT-O
              STRING WS-EDIT-DATE-O ', ' WS-COUNT-O ' LINES'
                 DELIMITED BY SIZE    INTO SL-VALUE-O
           END-IF
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'RESULT'               TO SL-LABEL-O
           IF WS-CHAIN-OK
              MOVE 'CHAIN INTACT'       TO SL-VALUE-O
           ELSE
              MOVE 'CHAIN BROKEN'       TO SL-VALUE-O
           END-IF
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           .
      *
      *    THE FIRST BAD LINE AS IT STANDS ON THE JOURNAL - NOTHING
      *    AFTER IT CAN BE TRUSTED UNTIL IT IS EXPLAINED ***
       WRITE-BREAK.
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'FIRST BROKEN LINE'    TO SL-LABEL-O
           MOVE WS-JC-BREAK-RECNO      TO WS-COUNT-O
           MOVE WS-COUNT-O             TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'REASON'               TO SL-LABEL-O
           MOVE WS-JC-BREAK-REASON     TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           IF WS-CHAIN-REC = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO WS-BREAK-LINE
           MOVE WCJ-RUN-DATE           TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO BL-RUN-DATE-O
           MOVE WCJ-RUN-TIME           TO BL-RUN-TIME-O
           MOVE WCJ-PROGRAM            TO BL-PROGRAM-O
           MOVE WCJ-CODE               TO BL-CODE-O
           MOVE WCJ-DATE               TO WS-EDIT-DATE
           PERFORM FORMAT-EDIT-DATE
           MOVE WS-EDIT-DATE-O         TO BL-DATE-O
           MOVE WCJ-RUN-NUMBER         TO BL-RUN-NUMBER-O
           WRITE PRINT-REC           FROM WS-BREAK-LINE
           .
      *
       RECORD-CHAIN-HEAD.
           MOVE 'H'                    TO WS-CHAIN-FUNCTION
           CALL WS-CHAIN-PGM-NAME USING WS-CHAIN-FUNCTION,
              WS-CHAIN-REC, WS-JRNCHAIN-DATA, WS-HEADREC-INFO
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'CHAIN HEAD RECORDED'  TO SL-LABEL-O
           IF WS-HEADREC-OK
              MOVE 'YES - ON JRNHEAD'   TO SL-VALUE-O
           ELSE
              DISPLAY '*** Chain head not recorded: '
                          WS-HEADREC-MESSAGE
              MOVE WS-HEADREC-MESSAGE   TO SL-VALUE-O
              MOVE 4                    TO RETURN-CODE
           END-IF
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           .
      *
       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-DATE (1:4)     TO WS-EDIT-DATE-O (1:4)
           MOVE '-'                    TO WS-EDIT-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)     TO WS-EDIT-DATE-O (6:2)
           MOVE '-'                    TO WS-EDIT-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)     TO WS-EDIT-DATE-O (9:2)
           .
      *
