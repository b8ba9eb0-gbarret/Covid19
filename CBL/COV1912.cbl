      *    files: unloads each to a sequential backup in key order,
      *    then recreates the indexed file from that backup. Run this
      *    periodically to reclaim space left behind by REWRITEs and
      *    DELETEs (COV1901 option 'D', COV1908's archive purge).
      *    Each run overwrites the last run's backups, so while a
      *    LEGLHOLD legal hold covering the backup generations is in
      *    force (SUB0016) the previous CNTRYUNL/COV19UNL are first
      *    copied aside to CNTRYUNL.H/COV19UNL.H plus a date-time
      *    stamp, named on the job log, and the step ends RC 4; if
      *    that copy fails nothing is reorganized ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
                    ORGANIZATION        IS LINE SEQUENTIAL
                    FILE STATUS         IS WS-COV19UNL-STATUS
           .
      *    THE PREVIOUS RUN'S BACKUP, COPIED ASIDE UNDER A STAMPED
      *    NAME WHILE A LEGAL HOLD COVERS THE BACKUPS ***
           SELECT   HELD-UNLOAD         ASSIGN DYNAMIC WS-HELD-DSN
                    ORGANIZATION        IS LINE SEQUENTIAL
                    FILE STATUS         IS WS-HELDUNL-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
      *
       FD  COVID19D-UNLOAD RECORDING MODE F.
       01  COVID19D-UNLOAD-REC        PIC X(97).
      *
       FD  HELD-UNLOAD RECORDING MODE F.
       01  HELD-UNLOAD-REC            PIC X(125).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19D-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CNTRYUNL-STATUS         PIC 99 VALUE ZEROS.
       01  WS-COV19UNL-STATUS         PIC 99 VALUE ZEROS.
       01  WS-HELDUNL-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC             PIC X VALUE SPACE.
            88 WS-COUNTRYS-UNLOAD-BAD VALUE 'Y'.
           03 WS-COVID19D-UNLOAD-ERR  PIC X VALUE 'N'.
            88 WS-COVID19D-UNLOAD-BAD VALUE 'Y'.
           03 WS-PRESERVE-ERR         PIC X VALUE 'N'.
            88 WS-PRESERVE-BAD        VALUE 'Y'.
           03 WS-HELD-PRESERVED       PIC X VALUE 'N'.
            88 WS-HELD-PRESERVED-YES  VALUE 'Y'.
      *
       01  WS-HELD-DSN                PIC X(40) VALUE SPACES.
       01  WS-HELD-STAMP              PIC X(14) VALUE SPACES.
       01  WS-HELD-COPIED             PIC 9(05) VALUE ZEROES.
      *
      *    LEGAL-HOLD CHECK BEFORE THE LAST BACKUPS ARE OVERWRITTEN
      *    - SEE SUB0016 ***
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
      *    EXCLUSIVE TOKEN ON THE SHARED INDEXED FILES - SEE SUB0003 *
       77  WS-LOCK-PGM-NAME           PIC X(08) VALUE 'SUB0003'.
              MOVE 12                TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-LEGAL-HOLD
           IF WS-PRESERVE-BAD
              DISPLAY '*** Held backups not preserved - reorg '
                      'skipped'
              MOVE 'RX'              TO WS-LOCK-MODE
              CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
                 WS-LOCK-MODE, WS-LOCK-INFO
              MOVE 16                TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNLOAD-COUNTRYS
           PERFORM UNLOAD-COVID19D
      *    DON'T TOUCH THE LIVE INDEXED FILE UNLESS ITS OWN BACKUP
           MOVE 'RX'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF WS-HELD-PRESERVED-YES AND RETURN-CODE < 4
              MOVE 4                 TO RETURN-CODE
           END-IF
           GOBACK
           .
      *
           END-IF
           .
      *
      *    A GENERATION TAKEN ONCE A HOLD'S PERIOD HAS BEGUN CARRIES
      *    HELD DATA, SO THE LAST RUN'S BACKUPS ARE KEPT BEFORE THIS
      *    RUN OVERWRITES THEM ***
       CHECK-LEGAL-HOLD.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-HOLD-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-HELD-STAMP
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           IF NOT WS-HOLDCHK-OK
              DISPLAY '*** Legal-hold check failed: '
                          WS-HOLDCHK-MESSAGE
              MOVE 'Y'                TO WS-PRESERVE-ERR
              EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-HELD-YES
              DISPLAY '*** Backups under legal hold ' WS-HOLD-REF
                      ' - preserving the previous unloads'
              PERFORM PRESERVE-COUNTRYS-UNLOAD
              IF NOT WS-PRESERVE-BAD
                 PERFORM PRESERVE-COVID19D-UNLOAD
              END-IF
              MOVE 'Y'                TO WS-HELD-PRESERVED
           END-IF
           MOVE 'C'                   TO WS-HOLD-MODE
           CALL WS-HOLD-PGM-NAME USING WS-HOLD-MODE, WS-HOLD-KEY,
              WS-HOLD-ANSWER, WS-HOLDCHK-INFO
           .
      *
      *    NO PREVIOUS BACKUP MEANS NOTHING TO PRESERVE ***
       PRESERVE-COUNTRYS-UNLOAD.
           OPEN INPUT COUNTRYS-UNLOAD
           IF WS-CNTRYUNL-STATUS > 0
              DISPLAY '*** No previous CNTRYUNL to preserve'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                TO WS-HELD-DSN
           STRING 'CNTRYUNL.H'        DELIMITED BY SIZE
                  WS-HELD-STAMP       DELIMITED BY SIZE
               INTO WS-HELD-DSN
           END-STRING
           OPEN OUTPUT HELD-UNLOAD
           IF WS-HELDUNL-STATUS > 0
              DISPLAY '*** ERROR OPENING ' WS-HELD-DSN ' STATUS: '
                          WS-HELDUNL-STATUS
              MOVE 'Y'                TO WS-PRESERVE-ERR
              CLOSE COUNTRYS-UNLOAD
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                 TO WS-HELD-COPIED
           MOVE 'N'                   TO WS-LAST-REC
           PERFORM READ-COUNTRYS-UNLOAD-NEXT
           PERFORM UNTIL WS-LAST-REC-YES OR WS-PRESERVE-BAD
              MOVE COUNTRYS-UNLOAD-REC TO HELD-UNLOAD-REC
              PERFORM WRITE-HELD-UNLOAD
              PERFORM READ-COUNTRYS-UNLOAD-NEXT
           END-PERFORM
           CLOSE COUNTRYS-UNLOAD HELD-UNLOAD
           DISPLAY '*** CNTRYUNL preserved as ' WS-HELD-DSN
                   ' records: ' WS-HELD-COPIED
           .
      *
       PRESERVE-COVID19D-UNLOAD.
           OPEN INPUT COVID19D-UNLOAD
           IF WS-COV19UNL-STATUS > 0
              DISPLAY '*** No previous COV19UNL to preserve'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                TO WS-HELD-DSN
           STRING 'COV19UNL.H'        DELIMITED BY SIZE
                  WS-HELD-STAMP       DELIMITED BY SIZE
               INTO WS-HELD-DSN
           END-STRING
           OPEN OUTPUT HELD-UNLOAD
           IF WS-HELDUNL-STATUS > 0
              DISPLAY '*** ERROR OPENING ' WS-HELD-DSN ' STATUS: '
                          WS-HELDUNL-STATUS
              MOVE 'Y'                TO WS-PRESERVE-ERR
              CLOSE COVID19D-UNLOAD
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                 TO WS-HELD-COPIED
           MOVE 'N'                   TO WS-LAST-REC
           PERFORM READ-COVID19D-UNLOAD-NEXT
           PERFORM UNTIL WS-LAST-REC-YES OR WS-PRESERVE-BAD
              MOVE COVID19D-UNLOAD-REC TO HELD-UNLOAD-REC
              PERFORM WRITE-HELD-UNLOAD
              PERFORM READ-COVID19D-UNLOAD-NEXT
           END-PERFORM
           CLOSE COVID19D-UNLOAD HELD-UNLOAD
           DISPLAY '*** COV19UNL preserved as ' WS-HELD-DSN
                   ' records: ' WS-HELD-COPIED
           .
      *
       WRITE-HELD-UNLOAD.
           WRITE HELD-UNLOAD-REC
           IF WS-HELDUNL-STATUS > 0
              DISPLAY '*** ERROR WRITING ' WS-HELD-DSN ' STATUS: '
                          WS-HELDUNL-STATUS
              MOVE 'Y'                TO WS-PRESERVE-ERR
           ELSE
              ADD 1                   TO WS-HELD-COPIED
           END-IF
           .
      *
      *    COPIES EVERY COUNTRYS RECORD, IN KEY ORDER, OUT TO A PLAIN
      *    SEQUENTIAL BACKUP ***
       UNLOAD-COUNTRYS.
