      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2039.
       AUTHOR.         GEORGES B.
      *    One-off conversion of the OPERAUTH operator authority
      *    file to the 13-byte record that carries the credential
      *    admin flag COV2005 checks through SUB0006 'A'. Must run
      *    before the new SUB0006, COV1972 or COV2005 go live: the
      *    12-byte file won't open under the new layout, and SUB0006
      *    would then let every check through while COV1972 would
      *    recreate the file empty. Unloads every 12-byte record in
      *    key order to the sequential backup OPERAUNL, then
      *    recreates OPERAUTH in the new layout from that backup,
      *    each entry as it was with the admin flag N - admins are
      *    then granted through COV1972. As in COV1912 the file is
      *    only recreated if its backup came out whole, and the
      *    reloaded count must match the unloaded count. Already
      *    converted, the old layout won't open and nothing is
      *    touched. Return code 16 on any error ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
      *    THE AUTHORITY FILE AS COV1972 WROTE IT BEFORE THE
      *    CONVERSION ***
           SELECT   OPERAUTH-OLD        ASSIGN OPERAUTH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS AO-OPER-ID
                    FILE STATUS         IS WS-OPERAUTO-STATUS
           .
           SELECT   OPERAUTH-FILE       ASSIGN OPERAUTH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS OA-OPER-ID
                    FILE STATUS         IS WS-OPERAUTH-STATUS
           .
           SELECT   OPERAUTH-UNLOAD     ASSIGN TO OPERAUNL
                    ORGANIZATION        IS LINE SEQUENTIAL
                    FILE STATUS         IS WS-OPERAUNL-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
      *    THE OLD 12-BYTE LAYOUT - OPERAUTH.CPY UP TO WATCHLIST ***
       FD  OPERAUTH-OLD.
       01  OPERAUTH-OLD-REC.
           03 AO-OPER-ID               PIC X(08).
           03 AO-FLAGS                 PIC X(04).
      *
       FD  OPERAUTH-FILE.
       COPY OPERAUTH REPLACING        ==:TAG1:== BY ==OPERAUTH==
                                      ==:TAG2:== BY ==OA==.
      *
       FD  OPERAUTH-UNLOAD RECORDING MODE F.
       01  OPERAUTH-UNLOAD-REC        PIC X(12).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-OPERAUTO-STATUS         PIC 99 VALUE ZEROS.
       01  WS-OPERAUTH-STATUS         PIC 99 VALUE ZEROS.
       01  WS-OPERAUNL-STATUS         PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC             PIC X VALUE SPACE.
            88 WS-LAST-REC-YES        VALUE 'Y'.
           03 WS-UNLOAD-ERR           PIC X VALUE 'N'.
            88 WS-UNLOAD-BAD          VALUE 'Y'.
      *
       01  WS-OPERAUTH-UNLOADED       PIC 9(07) VALUE ZEROES.
       01  WS-OPERAUTH-RELOADED       PIC 9(07) VALUE ZEROES.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           PERFORM UNLOAD-OPERAUTH
      *    OPEN OUTPUT BELOW RECREATES THE FILE EMPTY - ONLY FROM
      *    A WHOLE BACKUP ***
           IF WS-UNLOAD-BAD
              DISPLAY '*** OPERAUTH backup did not complete - '
                      'skipping reload to protect the file'
           ELSE
              PERFORM RELOAD-OPERAUTH
              IF WS-OPERAUTH-RELOADED NOT = WS-OPERAUTH-UNLOADED
                 DISPLAY '*** WARNING: OPERAUTH reloaded count does '
                         'not match unloaded count'
                 MOVE 16              TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'OPERAUTH records UNLOADED: '  WS-OPERAUTH-UNLOADED
           DISPLAY 'OPERAUTH records RELOADED: '  WS-OPERAUTH-RELOADED
           GOBACK
           .
      *
      *    COPIES EVERY OLD-LAYOUT RECORD, IN KEY ORDER, OUT TO A
      *    PLAIN SEQUENTIAL BACKUP ***
       UNLOAD-OPERAUTH.
           OPEN INPUT  OPERAUTH-OLD
           IF WS-OPERAUTO-STATUS > 0
              DISPLAY '*** ERROR OPENING OPERAUTH-OLD, STATUS: '
                          WS-OPERAUTO-STATUS
              MOVE 'Y'                TO WS-UNLOAD-ERR
              MOVE 16                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OPERAUTH-UNLOAD
           IF WS-OPERAUNL-STATUS > 0
              DISPLAY '*** ERROR OPENING OPERAUTH-UNLOAD, STATUS: '
                          WS-OPERAUNL-STATUS
              MOVE 'Y'                TO WS-UNLOAD-ERR
              MOVE 16                 TO RETURN-CODE
              CLOSE OPERAUTH-OLD
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                   TO WS-LAST-REC
           PERFORM READ-OPERAUTH-OLD-NEXT
           PERFORM UNTIL WS-LAST-REC-YES OR WS-UNLOAD-BAD
              MOVE OPERAUTH-OLD-REC    TO OPERAUTH-UNLOAD-REC
              WRITE OPERAUTH-UNLOAD-REC
              IF WS-OPERAUNL-STATUS > 0
                 DISPLAY '*** ERROR WRITING OPERAUTH-UNLOAD, STATUS: '
                             WS-OPERAUNL-STATUS
                 MOVE 'Y'             TO WS-UNLOAD-ERR
                 MOVE 16              TO RETURN-CODE
              ELSE
                 ADD 1                TO WS-OPERAUTH-UNLOADED
                 PERFORM READ-OPERAUTH-OLD-NEXT
              END-IF
           END-PERFORM
           CLOSE OPERAUTH-OLD OPERAUTH-UNLOAD
           .
      *
       READ-OPERAUTH-OLD-NEXT.
           READ OPERAUTH-OLD NEXT RECORD
              AT END MOVE 'Y'         TO WS-LAST-REC
           END-READ
           IF WS-OPERAUTO-STATUS > 10
              DISPLAY '*** ERROR READING OPERAUTH-OLD, STATUS: '
                          WS-OPERAUTO-STATUS
              MOVE 'Y'                TO WS-UNLOAD-ERR
              MOVE 16                 TO RETURN-CODE
           END-IF
           .
      *
      *    THE OLD 12 BYTES GO ACROSS AS THEY WERE; NO ONE HOLDS
      *    CREDENTIAL ADMIN UNTIL COV1972 GRANTS IT ***
       RELOAD-OPERAUTH.
           OPEN OUTPUT OPERAUTH-FILE
           IF WS-OPERAUTH-STATUS > 0
              DISPLAY '*** ERROR OPENING OPERAUTH-FILE, STATUS: '
                          WS-OPERAUTH-STATUS
              MOVE 16                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT  OPERAUTH-UNLOAD
           MOVE 'N'                   TO WS-LAST-REC
           PERFORM READ-OPERAUTH-UNLOAD-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              MOVE OPERAUTH-UNLOAD-REC TO OPERAUTH-REC
              MOVE 'N'                 TO OA-ADMIN
              WRITE OPERAUTH-REC
              IF WS-OPERAUTH-STATUS > 0
                 DISPLAY '*** Error reloading OPERAUTH-FILE: '
                             WS-OPERAUTH-STATUS
              ELSE
                 ADD 1                 TO WS-OPERAUTH-RELOADED
              END-IF
              PERFORM READ-OPERAUTH-UNLOAD-NEXT
           END-PERFORM
           CLOSE OPERAUTH-FILE OPERAUTH-UNLOAD
           .
      *
       READ-OPERAUTH-UNLOAD-NEXT.
           READ OPERAUTH-UNLOAD
              AT END MOVE 'Y'         TO WS-LAST-REC
           END-READ
           .
