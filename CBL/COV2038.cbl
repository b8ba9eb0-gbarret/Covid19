      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2038.
       AUTHOR.         GEORGES B.
      *    One-off conversion of the MINDSPCH dispatch register to
      *    the 60-byte record that carries the replaced/superseded
      *    sequences COV2037 keeps. Run once, before COV2037 first
      *    runs: unloads every 48-byte record in key order to the
      *    sequential backup MINDSUNL, then recreates MINDSPCH in the
      *    new layout from that backup, each record as it was with
      *    REPLACES-SEQ and SUPERSEDED-BY zero. As in COV1912 the
      *    register is only recreated if its backup came out whole,
      *    and the reloaded count must match the unloaded count.
      *    Already converted, the old layout won't open and nothing
      *    is touched. Return code 16 on any error ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
      *    THE REGISTER AS COV1961 AND COV1962 WROTE IT BEFORE THE
      *    CONVERSION ***
           SELECT   MINDSPCH-OLD        ASSIGN MINDSPCH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS MO-SEQ-NO
                    FILE STATUS         IS WS-MINDSPCO-STATUS
           .
           SELECT   MINDSPCH-FILE       ASSIGN MINDSPCH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS MD-SEQ-NO
                    FILE STATUS         IS WS-MINDSPCH-STATUS
           .
           SELECT   MINDSPCH-UNLOAD     ASSIGN TO MINDSUNL
                    ORGANIZATION        IS LINE SEQUENTIAL
                    FILE STATUS         IS WS-MINDSUNL-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
      *    THE OLD 48-BYTE LAYOUT - MINDSPCH.CPY UP TO ACK-CODE ***
       FD  MINDSPCH-OLD.
       01  MINDSPCH-OLD-REC.
           03 MO-SEQ-NO                PIC 9(06).
           03 MO-REST                  PIC X(42).
      *
       FD  MINDSPCH-FILE.
       COPY MINDSPCH REPLACING        ==:TAG1:== BY ==MINDSPCH==
                                      ==:TAG2:== BY ==MD==.
      *
       FD  MINDSPCH-UNLOAD RECORDING MODE F.
       01  MINDSPCH-UNLOAD-REC        PIC X(48).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-MINDSPCO-STATUS         PIC 99 VALUE ZEROS.
       01  WS-MINDSPCH-STATUS         PIC 99 VALUE ZEROS.
       01  WS-MINDSUNL-STATUS         PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC             PIC X VALUE SPACE.
            88 WS-LAST-REC-YES        VALUE 'Y'.
           03 WS-UNLOAD-ERR           PIC X VALUE 'N'.
            88 WS-UNLOAD-BAD          VALUE 'Y'.
      *
       01  WS-MINDSPCH-UNLOADED       PIC 9(07) VALUE ZEROES.
       01  WS-MINDSPCH-RELOADED       PIC 9(07) VALUE ZEROES.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           PERFORM UNLOAD-MINDSPCH
      *    OPEN OUTPUT BELOW RECREATES THE REGISTER EMPTY - ONLY FROM
      *    A WHOLE BACKUP ***
           IF WS-UNLOAD-BAD
              DISPLAY '*** MINDSPCH backup did not complete - '
                      'skipping reload to protect the register'
           ELSE
              PERFORM RELOAD-MINDSPCH
              IF WS-MINDSPCH-RELOADED NOT = WS-MINDSPCH-UNLOADED
                 DISPLAY '*** WARNING: MINDSPCH reloaded count does '
                         'not match unloaded count'
                 MOVE 16              TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'MINDSPCH records UNLOADED: '  WS-MINDSPCH-UNLOADED
           DISPLAY 'MINDSPCH records RELOADED: '  WS-MINDSPCH-RELOADED
           GOBACK
           .
      *
      *    COPIES EVERY OLD-LAYOUT RECORD, IN KEY ORDER, OUT TO A
      *    PLAIN SEQUENTIAL BACKUP ***
       UNLOAD-MINDSPCH.
           OPEN INPUT  MINDSPCH-OLD
           IF WS-MINDSPCO-STATUS > 0
              DISPLAY '*** ERROR OPENING MINDSPCH-OLD, STATUS: '
                          WS-MINDSPCO-STATUS
              MOVE 'Y'                TO WS-UNLOAD-ERR
              MOVE 16                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MINDSPCH-UNLOAD
           IF WS-MINDSUNL-STATUS > 0
              DISPLAY '*** ERROR OPENING MINDSPCH-UNLOAD, STATUS: '
                          WS-MINDSUNL-STATUS
              MOVE 'Y'                TO WS-UNLOAD-ERR
              MOVE 16                 TO RETURN-CODE
              CLOSE MINDSPCH-OLD
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                   TO WS-LAST-REC
           PERFORM READ-MINDSPCH-OLD-NEXT
           PERFORM UNTIL WS-LAST-REC-YES OR WS-UNLOAD-BAD
              MOVE MINDSPCH-OLD-REC    TO MINDSPCH-UNLOAD-REC
              WRITE MINDSPCH-UNLOAD-REC
              IF WS-MINDSUNL-STATUS > 0
                 DISPLAY '*** ERROR WRITING MINDSPCH-UNLOAD, STATUS: '
                             WS-MINDSUNL-STATUS
                 MOVE 'Y'             TO WS-UNLOAD-ERR
                 MOVE 16              TO RETURN-CODE
              ELSE
                 ADD 1                TO WS-MINDSPCH-UNLOADED
                 PERFORM READ-MINDSPCH-OLD-NEXT
              END-IF
           END-PERFORM
           CLOSE MINDSPCH-OLD MINDSPCH-UNLOAD
           .
      *
       READ-MINDSPCH-OLD-NEXT.
           READ MINDSPCH-OLD NEXT RECORD
              AT END MOVE 'Y'         TO WS-LAST-REC
           END-READ
           IF WS-MINDSPCO-STATUS > 10
              DISPLAY '*** ERROR READING MINDSPCH-OLD, STATUS: '
                          WS-MINDSPCO-STATUS
              MOVE 'Y'                TO WS-UNLOAD-ERR
              MOVE 16                 TO RETURN-CODE
           END-IF
           .
      *
      *    THE OLD 48 BYTES GO ACROSS AS THEY WERE; THE TWO NEW
      *    SEQUENCES START AT ZERO - NO DISPATCH HAS BEEN REPLACED
      *    BEFORE COV2037 FIRST RUNS ***
       RELOAD-MINDSPCH.
           OPEN OUTPUT MINDSPCH-FILE
           IF WS-MINDSPCH-STATUS > 0
              DISPLAY '*** ERROR OPENING MINDSPCH-FILE, STATUS: '
                          WS-MINDSPCH-STATUS
              MOVE 16                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT  MINDSPCH-UNLOAD
           MOVE 'N'                   TO WS-LAST-REC
           PERFORM READ-MINDSPCH-UNLOAD-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              MOVE MINDSPCH-UNLOAD-REC TO MINDSPCH-REC
              MOVE ZEROS               TO MD-REPLACES-SEQ
                                          MD-SUPERSEDED-BY
              WRITE MINDSPCH-REC
              IF WS-MINDSPCH-STATUS > 0
                 DISPLAY '*** Error reloading MINDSPCH-FILE: '
                             WS-MINDSPCH-STATUS
              ELSE
                 ADD 1                 TO WS-MINDSPCH-RELOADED
              END-IF
              PERFORM READ-MINDSPCH-UNLOAD-NEXT
           END-PERFORM
           CLOSE MINDSPCH-FILE MINDSPCH-UNLOAD
           .
      *
       READ-MINDSPCH-UNLOAD-NEXT.
           READ MINDSPCH-UNLOAD
              AT END MOVE 'Y'         TO WS-LAST-REC
           END-READ
           .
