      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2034.
       AUTHOR.         GEORGES B.
      *    Daytime inquiry snapshot, the last step of the nightly
      *    chain: copies COVID19D, COUNTRYS and LATESTPN - and the
      *    CNTRYHST name history and CNTRYNDX name index SUB0002's
      *    lookups lean on - into separately named read-only inquiry
      *    copies (INQCOVD, INQCNTRY, INQLATPN, INQCHST, INQCNDX), so
      *    CAL0002/CAL0003 lookups read those through SUB0002,
      *    SUB0004 and SUB0008 and never wait on the exclusive token
      *    a long COV1968 backfill or the morning load holds. The
      *    INQSNAP stamp goes to 'B' before the first copy and to
      *    'C' with the snapshot time and the record counts once all
      *    are whole; a run that fails leaves 'B', and the drivers
      *    read the live files until a good snapshot is taken. The
      *    copy is made under the shared token, so the snapshot time
      *    is the moment the live files were last as copied. An
      *    optional file (LATESTPN, CNTRYHST, CNTRYNDX) that is not
      *    on file is skipped with its copy left as it was - return
      *    code 4. Return code 16 when COVID19D or COUNTRYS cannot be
      *    copied ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
           SELECT   LATESTPN-FILE       ASSIGN LATESTPN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS LP-CODE
                    FILE STATUS         IS WS-LATESTPN-STATUS
           .
           SELECT   CNTRYHST-FILE       ASSIGN CNTRYHST
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CH-KEY
                    FILE STATUS         IS WS-CNTRYHST-STATUS
           .
           SELECT   CNTRYNDX-FILE       ASSIGN CNTRYNDX
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS NX-KEY
                    FILE STATUS         IS WS-CNTRYNDX-STATUS
           .
      *    THE INQUIRY COPIES - SAME KEYS, REBUILT WHOLE EACH NIGHT *
           SELECT   INQCOVD-FILE        ASSIGN INQCOVD
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS QD-CODE-DATE
                    FILE STATUS         IS WS-INQCOVD-STATUS
           .
           SELECT   INQCNTRY-FILE       ASSIGN INQCNTRY
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS QC-CODE
                    FILE STATUS         IS WS-INQCNTRY-STATUS
           .
           SELECT   INQLATPN-FILE       ASSIGN INQLATPN
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS QL-CODE
                    FILE STATUS         IS WS-INQLATPN-STATUS
           .
           SELECT   INQCHST-FILE        ASSIGN INQCHST
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS QH-KEY
                    FILE STATUS         IS WS-INQCHST-STATUS
           .
           SELECT   INQCNDX-FILE        ASSIGN INQCNDX
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS QN-KEY
                    FILE STATUS         IS WS-INQCNDX-STATUS
           .
           SELECT   INQSNAP-FILE        ASSIGN INQSNAP
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-INQSNAP-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==COUNTRYS==
                                      ==:TAG2:== BY ==C==.
      *
       FD  LATESTPN-FILE.
       COPY LATESTPN REPLACING        ==:TAG1:== BY ==LATESTPN==
                                      ==:TAG2:== BY ==LP==.
      *
       FD  CNTRYHST-FILE.
       COPY CNTRYHST REPLACING        ==:TAG1:== BY ==CNTRYHST==
                                      ==:TAG2:== BY ==CH==.
      *
       FD  CNTRYNDX-FILE.
       COPY CNTRYNDX REPLACING        ==:TAG1:== BY ==CNTRYNDX==
                                      ==:TAG2:== BY ==NX==.
      *
       FD  INQCOVD-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==INQCOVD==
                                      ==:TAG2:== BY ==QD==.
      *
       FD  INQCNTRY-FILE.
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==INQCNTRY==
                                      ==:TAG2:== BY ==QC==.
      *
       FD  INQLATPN-FILE.
       COPY LATESTPN REPLACING        ==:TAG1:== BY ==INQLATPN==
                                      ==:TAG2:== BY ==QL==.
      *
       FD  INQCHST-FILE.
       COPY CNTRYHST REPLACING        ==:TAG1:== BY ==INQCHST==
                                      ==:TAG2:== BY ==QH==.
      *
       FD  INQCNDX-FILE.
       COPY CNTRYNDX REPLACING        ==:TAG1:== BY ==INQCNDX==
                                      ==:TAG2:== BY ==QN==.
      *
       FD  INQSNAP-FILE.
       COPY INQSNAP REPLACING         ==:TAG1:== BY ==INQSNAP==
                                      ==:TAG2:== BY ==IS==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-FILES-STATUS.
           03 WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS       PIC 99 VALUE ZEROS.
           03 WS-LATESTPN-STATUS       PIC 99 VALUE ZEROS.
           03 WS-CNTRYHST-STATUS       PIC 99 VALUE ZEROS.
           03 WS-CNTRYNDX-STATUS       PIC 99 VALUE ZEROS.
           03 WS-INQCOVD-STATUS        PIC 99 VALUE ZEROS.
           03 WS-INQCNTRY-STATUS       PIC 99 VALUE ZEROS.
           03 WS-INQLATPN-STATUS       PIC 99 VALUE ZEROS.
           03 WS-INQCHST-STATUS        PIC 99 VALUE ZEROS.
           03 WS-INQCNDX-STATUS        PIC 99 VALUE ZEROS.
           03 WS-INQSNAP-STATUS        PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-COPY-EOF              PIC X VALUE 'N'.
            88 WS-COPY-EOF-OK          VALUE 'Y'.
           03 WS-COPY-FAILED           PIC X VALUE 'N'.
            88 WS-COPY-FAILED-YES      VALUE 'Y'.
           03 WS-COPY-SKIPPED          PIC X VALUE 'N'.
            88 WS-COPY-SKIPPED-YES     VALUE 'Y'.
      *
       01  WS-SNAP-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-SNAP-TIME                PIC 9(06) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-COVID19D-COPIED       PIC 9(09) VALUE ZEROES.
           03 WS-COUNTRYS-COPIED       PIC 9(07) VALUE ZEROES.
           03 WS-LATESTPN-COPIED       PIC 9(07) VALUE ZEROES.
           03 WS-CNTRYHST-COPIED       PIC 9(07) VALUE ZEROES.
           03 WS-CNTRYNDX-COPIED       PIC 9(07) VALUE ZEROES.
      *
      *    SHARED TOKEN ON THE COVID19 INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME            PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME            PIC X(08) VALUE 'COV2034'.
       77  WS-LOCK-MODE                PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           MOVE 'S '                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                  TO RETURN-CODE
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SNAP-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-SNAP-TIME
           DISPLAY '*** Inquiry snapshot as of ' WS-SNAP-DATE ' '
                   WS-SNAP-TIME
      *    THE STAMP SAYS 'BUILDING' BEFORE THE FIRST COPY IS
      *    TOUCHED, SO A LOOKUP STARTED MID-COPY GOES TO THE LIVE
      *    FILES INSTEAD OF A HALF-BUILT ONE ***
           MOVE 'B'                    TO IS-STATUS
           PERFORM WRITE-SNAPSHOT-STAMP
      *    WITHOUT THE 'B' ON FILE A GOOD 'C' FROM LAST NIGHT WOULD
      *    STILL SEND LOOKUPS TO COPIES BEING REWRITTEN - NOT ONE IS
      *    TOUCHED ***
           IF WS-COPY-FAILED-YES
              DISPLAY '*** Snapshot stamp not written - no copy taken'
              MOVE 'RS'                TO WS-LOCK-MODE
              CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
                 WS-LOCK-MODE, WS-LOCK-INFO
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM COPY-COVID19D
           PERFORM COPY-COUNTRYS
           PERFORM COPY-LATESTPN
           PERFORM COPY-CNTRYHST
           PERFORM COPY-CNTRYNDX
           DISPLAY 'COVID19D records COPIED: '  WS-COVID19D-COPIED
           DISPLAY 'COUNTRYS records COPIED: '  WS-COUNTRYS-COPIED
           DISPLAY 'LATESTPN records COPIED: '  WS-LATESTPN-COPIED
           DISPLAY 'CNTRYHST records COPIED: '  WS-CNTRYHST-COPIED
           DISPLAY 'CNTRYNDX records COPIED: '  WS-CNTRYNDX-COPIED
           IF WS-COPY-FAILED-YES
              DISPLAY '*** Snapshot NOT complete - lookups stay on '
                      'the live files'
           ELSE
              MOVE 'C'                 TO IS-STATUS
              PERFORM WRITE-SNAPSHOT-STAMP
           END-IF
           MOVE 'RS'                   TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
      *    THE LOCK CALL SETS RETURN-CODE, SO THE RUN'S OWN IS SET
      *    AFTER IT ***
           EVALUATE TRUE
              WHEN WS-COPY-FAILED-YES
                 MOVE 16               TO RETURN-CODE
              WHEN WS-COPY-SKIPPED-YES
                 MOVE 4                TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO             TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *
       WRITE-SNAPSHOT-STAMP.
           MOVE WS-SNAP-DATE           TO IS-SNAP-DATE
           MOVE WS-SNAP-TIME           TO IS-SNAP-TIME
           MOVE FUNCTION CURRENT-DATE (9:6) TO IS-END-TIME
           MOVE WS-COVID19D-COPIED     TO IS-COVID19D-COUNT
           MOVE WS-COUNTRYS-COPIED     TO IS-COUNTRYS-COUNT
           MOVE WS-LATESTPN-COPIED     TO IS-LATESTPN-COUNT
           MOVE WS-CNTRYHST-COPIED     TO IS-CNTRYHST-COUNT
           MOVE WS-CNTRYNDX-COPIED     TO IS-CNTRYNDX-COUNT
           OPEN OUTPUT INQSNAP-FILE
           IF WS-INQSNAP-STATUS > 0
              DISPLAY '*** ERROR OPENING INQSNAP-FILE-STATUS: '
                          WS-INQSNAP-STATUS
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           WRITE INQSNAP-REC
           IF WS-INQSNAP-STATUS > 0
              DISPLAY '*** Error WRITE INQSNAP: ' WS-INQSNAP-STATUS
              MOVE 'Y'                 TO WS-COPY-FAILED
           END-IF
           CLOSE INQSNAP-FILE
           .
      *
      *    EACH COPY READS THE LIVE FILE IN KEY ORDER AND LOADS THE
      *    COPY SEQUENTIALLY - ONLY OPENED FOR OUTPUT ONCE THE LIVE
      *    FILE HAS OPENED, SO A MISSING SOURCE NEVER EMPTIES IT ***
       COPY-COVID19D.
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INQCOVD-FILE
           IF WS-INQCOVD-STATUS > 0
              DISPLAY '*** ERROR OPENING INQCOVD-FILE-STATUS: '
                          WS-INQCOVD-STATUS
              CLOSE COVID19D-FILE
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-COPY-EOF
           PERFORM UNTIL WS-COPY-EOF-OK
              READ COVID19D-FILE
                 AT END MOVE 'Y'       TO WS-COPY-EOF
                 NOT AT END
                    WRITE INQCOVD-REC FROM COVID19D-REC
                    IF WS-INQCOVD-STATUS > 0
                       DISPLAY '*** Error WRITE INQCOVD: '
                               WS-INQCOVD-STATUS
                       MOVE 'Y'        TO WS-COPY-FAILED
                                          WS-COPY-EOF
                    ELSE
                       ADD 1           TO WS-COVID19D-COPIED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COVID19D-FILE INQCOVD-FILE
           .
      *
       COPY-COUNTRYS.
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INQCNTRY-FILE
           IF WS-INQCNTRY-STATUS > 0
              DISPLAY '*** ERROR OPENING INQCNTRY-FILE-STATUS: '
                          WS-INQCNTRY-STATUS
              CLOSE COUNTRYS-FILE
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-COPY-EOF
           PERFORM UNTIL WS-COPY-EOF-OK
              READ COUNTRYS-FILE
                 AT END MOVE 'Y'       TO WS-COPY-EOF
                 NOT AT END
                    WRITE INQCNTRY-REC FROM COUNTRYS-REC
                    IF WS-INQCNTRY-STATUS > 0
                       DISPLAY '*** Error WRITE INQCNTRY: '
                               WS-INQCNTRY-STATUS
                       MOVE 'Y'        TO WS-COPY-FAILED
                                          WS-COPY-EOF
                    ELSE
                       ADD 1           TO WS-COUNTRYS-COPIED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COUNTRYS-FILE INQCNTRY-FILE
           .
      *
       COPY-LATESTPN.
           OPEN INPUT LATESTPN-FILE
           IF WS-LATESTPN-STATUS > 0
              DISPLAY '*** LATESTPN not available, status: '
                          WS-LATESTPN-STATUS ' - INQLATPN left as is'
              MOVE 'Y'                 TO WS-COPY-SKIPPED
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INQLATPN-FILE
           IF WS-INQLATPN-STATUS > 0
              DISPLAY '*** ERROR OPENING INQLATPN-FILE-STATUS: '
                          WS-INQLATPN-STATUS
              CLOSE LATESTPN-FILE
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-COPY-EOF
           PERFORM UNTIL WS-COPY-EOF-OK
              READ LATESTPN-FILE
                 AT END MOVE 'Y'       TO WS-COPY-EOF
                 NOT AT END
                    WRITE INQLATPN-REC FROM LATESTPN-REC
                    IF WS-INQLATPN-STATUS > 0
                       DISPLAY '*** Error WRITE INQLATPN: '
                               WS-INQLATPN-STATUS
                       MOVE 'Y'        TO WS-COPY-FAILED
                                          WS-COPY-EOF
                    ELSE
                       ADD 1           TO WS-LATESTPN-COPIED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LATESTPN-FILE INQLATPN-FILE
           .
      *
       COPY-CNTRYHST.
           OPEN INPUT CNTRYHST-FILE
           IF WS-CNTRYHST-STATUS > 0
              DISPLAY '*** CNTRYHST not available, status: '
                          WS-CNTRYHST-STATUS ' - INQCHST left as is'
              MOVE 'Y'                 TO WS-COPY-SKIPPED
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INQCHST-FILE
           IF WS-INQCHST-STATUS > 0
              DISPLAY '*** ERROR OPENING INQCHST-FILE-STATUS: '
                          WS-INQCHST-STATUS
              CLOSE CNTRYHST-FILE
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-COPY-EOF
           PERFORM UNTIL WS-COPY-EOF-OK
              READ CNTRYHST-FILE
                 AT END MOVE 'Y'       TO WS-COPY-EOF
                 NOT AT END
                    WRITE INQCHST-REC FROM CNTRYHST-REC
                    IF WS-INQCHST-STATUS > 0
                       DISPLAY '*** Error WRITE INQCHST: '
                               WS-INQCHST-STATUS
                       MOVE 'Y'        TO WS-COPY-FAILED
                                          WS-COPY-EOF
                    ELSE
                       ADD 1           TO WS-CNTRYHST-COPIED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CNTRYHST-FILE INQCHST-FILE
           .
      *
       COPY-CNTRYNDX.
           OPEN INPUT CNTRYNDX-FILE
           IF WS-CNTRYNDX-STATUS > 0
              DISPLAY '*** CNTRYNDX not available, status: '
                          WS-CNTRYNDX-STATUS ' - INQCNDX left as is'
              MOVE 'Y'                 TO WS-COPY-SKIPPED
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INQCNDX-FILE
           IF WS-INQCNDX-STATUS > 0
              DISPLAY '*** ERROR OPENING INQCNDX-FILE-STATUS: '
                          WS-INQCNDX-STATUS
              CLOSE CNTRYNDX-FILE
              MOVE 'Y'                 TO WS-COPY-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                    TO WS-COPY-EOF
           PERFORM UNTIL WS-COPY-EOF-OK
              READ CNTRYNDX-FILE
                 AT END MOVE 'Y'       TO WS-COPY-EOF
                 NOT AT END
                    WRITE INQCNDX-REC FROM CNTRYNDX-REC
                    IF WS-INQCNDX-STATUS > 0
                       DISPLAY '*** Error WRITE INQCNDX: '
                               WS-INQCNDX-STATUS
                       MOVE 'Y'        TO WS-COPY-FAILED
                                          WS-COPY-EOF
                    ELSE
                       ADD 1           TO WS-CNTRYNDX-COPIED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CNTRYNDX-FILE INQCNDX-FILE
           .
