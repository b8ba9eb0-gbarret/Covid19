      *  mode's full sequential walk. 'N' continues an 'X' browse the
      *  same way it continues the others. No index on file falls
      *  back to the 'S' walk, so the caller never has to care ***
      *  Added LS-MODE 'I': closes whatever is open and switches
      *  COUNTRYS, CNTRYHST and CNTRYNDX to the COV2034 read-only
      *  inquiry copies (INQCNTRY, INQCHST, INQCNDX) for every call
      *  after it, so an interactive lookup never waits on the lock
      *  a batch load holds on the live files ***
      *  Added LS-MODE 'R': closes whatever is open and puts the
      *  three files back on the live COUNTRYS, CNTRYHST and CNTRYNDX
      *  - the way back from 'I' for a caller that stays loaded and
      *  finds the snapshot being rebuilt ***
      *=========================
       ENVIRONMENT DIVISION.
      *=========================
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT COUNTRYS-FILE  ASSIGN DYNAMIC WS-COUNTRYS-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS C-CODE
              FILE STATUS IS WS-COUNTRYS-FILE-STATUS
           .
           SELECT CNTRYHST-FILE  ASSIGN DYNAMIC WS-CNTRYHST-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CNTRYHST-FILE-STATUS
           .
           SELECT CNTRYNDX-FILE  ASSIGN DYNAMIC WS-CNTRYNDX-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS NX-KEY
           88 WS-COUNTRYS-FILE-STATUS-ERROR VALUE 1 THRU 99.
       77  WS-CNTRYHST-FILE-STATUS          PIC 99 VALUE ZEROS.
       77  WS-CNTRYNDX-FILE-STATUS          PIC 99 VALUE ZEROS.
      *    THE LIVE FILES, OR THE INQUIRY COPIES FROM AN 'I' CALL
      *    UNTIL AN 'R' CALL ***
       01  WS-COUNTRYS-DSN          PIC X(40) VALUE 'COUNTRYS'.
       01  WS-CNTRYHST-DSN          PIC X(40) VALUE 'CNTRYHST'.
       01  WS-CNTRYNDX-DSN          PIC X(40) VALUE 'CNTRYNDX'.
       01  FLAGS.
           03 WS-OPEN-STATUS       PIC 9 VALUE ZERO.
              88 WS-OPEN-ERROR     VALUE 1.
      *    X=BEGIN NAME-ORDER BROWSE THROUGH THE CNTRYNDX INDEX,
      *    N=NEXT MATCH IN THE CURRENT BROWSE (CODE, NAME OR INDEX),
      *    C=CLOSE THE FILE (FOR AN INTERACTIVE CALLER THAT IS DONE
      *    LOOKING THINGS UP),
      *    I=READ THE INQUIRY SNAPSHOT COPIES FROM HERE ON,
      *    R=READ THE LIVE FILES AGAIN FROM HERE ON ***
      *=========================
       PROCEDURE DIVISION USING LS-C-CODE-TO-READ, LS-COUNTRYS-REC,
              LS-RESULT-INFO, LS-MODE, LS-NAME-PARTIAL.
              PERFORM CLOSE-FILE
              EXIT PARAGRAPH
           END-IF
           IF LS-MODE = 'I'
              PERFORM CLOSE-FILE
              MOVE 'INQCNTRY'            TO WS-COUNTRYS-DSN
              MOVE 'INQCHST'             TO WS-CNTRYHST-DSN
              MOVE 'INQCNDX'             TO WS-CNTRYNDX-DSN
              EXIT PARAGRAPH
           END-IF
           IF LS-MODE = 'R'
              PERFORM CLOSE-FILE
              MOVE 'COUNTRYS'            TO WS-COUNTRYS-DSN
              MOVE 'CNTRYHST'            TO WS-CNTRYHST-DSN
              MOVE 'CNTRYNDX'            TO WS-CNTRYNDX-DSN
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILE
           IF WS-OPEN-ERROR
              MOVE 'N'                   TO LS-RESULT
