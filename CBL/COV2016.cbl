      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2016.
       AUTHOR.         GEORGES B.
      *    Backup generation difference report: matches the COUNTRYS
      *    and COVID19D unloads of a COV1953 generation against the
      *    live indexed files by key and lists every record added,
      *    deleted or changed since, with the before and after value
      *    of each changed field, then totals the differences by
      *    country and by month. Each difference is held against the
      *    COVID19J and CNTRYJRN entries stamped after the generation
      *    - it is explained when the latest such entry for the key
      *    leaves exactly what is on file now (a COVID19D day added
      *    by a loader on or after the generation date is explained
      *    by its own insert stamp, the loads not being journaled).
      *    The verdict lists whatever is not explained, RC 4. PARM
      *    is the generation stamp as cataloged on BKUPCTLG. Reads
      *    under the SUB0003 shared token ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COUNTRYS-FILE       ASSIGN COUNTRYS
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS C-CODE
                    FILE STATUS         IS WS-COUNTRYS-STATUS
           .
           SELECT   COVID19D-FILE       ASSIGN COVID19D
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS CV-CODE-DATE
                    FILE STATUS         IS WS-COVID19D-STATUS
           .
           SELECT   COUNTRYS-UNLOAD     ASSIGN DYNAMIC WS-CNTRY-GEN
                    FILE STATUS         IS WS-CNTRYUNL-STATUS
           .
           SELECT   COVID19D-UNLOAD     ASSIGN DYNAMIC WS-COV19-GEN
                    FILE STATUS         IS WS-COV19UNL-STATUS
           .
           SELECT   BKUPCTLG-FILE       ASSIGN BKUPCTLG
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-BKUPCTLG-STATUS
           .
           SELECT   COVID19J-FILE       ASSIGN COVID19J
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19J-STATUS
           .
           SELECT   CNTRYJRN-FILE       ASSIGN CNTRYJRN
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-CNTRYJRN-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==COUNTRYS==
                                      ==:TAG2:== BY ==C==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==COVID19D==
                                      ==:TAG2:== BY ==CV==.
      *
       FD  COUNTRYS-UNLOAD RECORDING MODE F.
       01  COUNTRYS-UNLOAD-REC        PIC X(125).
      *
       FD  COVID19D-UNLOAD RECORDING MODE F.
       01  COVID19D-UNLOAD-REC        PIC X(97).
      *
       FD  BKUPCTLG-FILE
           RECORDING MODE IS F
           .
       COPY BKUPCTLG REPLACING       ==:TAG1:== BY ==BKUPCTLG==
                                     ==:TAG2:== BY ==BK==.
      *
       FD  COVID19J-FILE.
       COPY COVID19J REPLACING       ==:TAG1:== BY ==COVID19J==
                                     ==:TAG2:== BY ==JR==.
      *
       FD  CNTRYJRN-FILE.
       COPY CNTRYJNL REPLACING       ==:TAG1:== BY ==CNTRYJRN==
                                     ==:TAG2:== BY ==CJ==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COUNTRYS-STATUS         PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CNTRYUNL-STATUS         PIC 99 VALUE ZEROS.
       01  WS-COV19UNL-STATUS         PIC 99 VALUE ZEROS.
       01  WS-BKUPCTLG-STATUS         PIC 99 VALUE ZEROS.
       01  WS-COVID19J-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CNTRYJRN-STATUS         PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-CATALOG-EOF          PIC X VALUE 'N'.
            88 WS-CATALOG-EOF-OK      VALUE 'Y'.
           03 WS-GEN-FOUND            PIC X VALUE 'N'.
            88 WS-GEN-FOUND-YES       VALUE 'Y'.
           03 WS-JOURNAL-EOF          PIC X VALUE 'N'.
            88 WS-JOURNAL-EOF-OK      VALUE 'Y'.
           03 WS-FILE-ERROR           PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND    VALUE 'Y'.
           03 WS-JOURNAL-FULL         PIC X VALUE 'N'.
            88 WS-JOURNAL-FULL-YES    VALUE 'Y'.
           03 WS-ENTRY-FOUND          PIC X VALUE 'N'.
            88 WS-ENTRY-FOUND-YES     VALUE 'Y'.
      *
      *    SHARED TOKEN ON THE INDEXED FILES - SEE SUB0003 ***
       77  WS-LOCK-PGM-NAME           PIC X(08) VALUE 'SUB0003'.
       77  WS-LOCK-JOB-NAME           PIC X(08) VALUE 'COV2016'.
       77  WS-LOCK-MODE               PIC X(02) VALUE SPACES.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==LOCK==.
      *
       01  WS-GEN-STAMP               PIC 9(14) VALUE ZEROS.
       01  WS-GEN-STAMP-X REDEFINES WS-GEN-STAMP.
           03 WS-GEN-DATE             PIC 9(08).
           03 WS-GEN-TIME             PIC 9(06).
       01  WS-JOURNAL-STAMP           PIC 9(14) VALUE ZEROS.
       01  WS-CNTRY-GEN               PIC X(40) VALUE SPACES.
       01  WS-COV19-GEN               PIC X(40) VALUE SPACES.
      *
      *    THE GENERATION'S RECORDS, MOVED OFF THE UNLOADS ***
       COPY COUNTRYS REPLACING        ==:TAG1:== BY ==WS-BKC==
                                      ==:TAG2:== BY ==BKC==.
       COPY COVID19D REPLACING        ==:TAG1:== BY ==WS-BKD==
                                      ==:TAG2:== BY ==BKD==.
      *
      *    MATCH KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED ***
       01  WS-GEN-KEY                 PIC X(13) VALUE SPACES.
       01  WS-LIVE-KEY                PIC X(13) VALUE SPACES.
      *
      *    COVID19J ENTRIES STAMPED AFTER THE GENERATION, IN JOURNAL
      *    ORDER - THE LATEST FOR A KEY IS FOUND SEARCHING BACKWARDS
       01  WS-JRN-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-JRN-TABLE.
           03 WS-JRN-ENTRY OCCURS 20000 TIMES.
              05 WS-JRN-KEY           PIC X(13).
              05 WS-JRN-NEW-CONFIRMED PIC S9(09) COMP-3.
              05 WS-JRN-TOT-CONFIRMED PIC S9(09) COMP-3.
              05 WS-JRN-NEW-DEATHS    PIC S9(09) COMP-3.
              05 WS-JRN-TOT-DEATHS    PIC S9(09) COMP-3.
              05 WS-JRN-NEW-RECOVERED PIC S9(09) COMP-3.
              05 WS-JRN-TOT-RECOVERED PIC S9(09) COMP-3.
      *
      *    CNTRYJRN ENTRIES STAMPED AFTER THE GENERATION ***
       01  WS-CJN-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-CJN-TABLE.
           03 WS-CJN-ENTRY OCCURS 2000 TIMES.
              05 WS-CJN-CODE          PIC X(05).
              05 WS-CJN-ACTION        PIC X(01).
              05 WS-CJN-AFT-IMAGE     PIC X(125).
      *
       01  WS-IX                      PIC S9(05) COMP VALUE ZERO.
       01  WS-IY                      PIC S9(05) COMP VALUE ZERO.
      *
      *    THE DIFFERENCE IN HAND ***
       01  WS-DIFF-TYPE               PIC X(07) VALUE SPACES.
       01  WS-DIFF-FILE               PIC X(08) VALUE SPACES.
       01  WS-DIFF-CODE               PIC X(05) VALUE SPACES.
       01  WS-DIFF-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-EXPLAINED               PIC X(04) VALUE SPACES.
        88 WS-EXPLAINED-NO            VALUE 'NO'.
       01  WS-FIELD-NAME              PIC X(15) VALUE SPACES.
       01  WS-BEFORE-TEXT             PIC X(36) VALUE SPACES.
       01  WS-AFTER-TEXT              PIC X(36) VALUE SPACES.
       01  WS-BEF-FIGURE              PIC S9(09) VALUE ZEROES.
       01  WS-AFT-FIGURE              PIC S9(09) VALUE ZEROES.
       01  WS-FIGURE-O                PIC -ZZZ,ZZZ,ZZ9.
      *
       01  WS-COUNTERS.
           03 WS-COUNTRYS-ADDED       PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRYS-DELETED     PIC 9(07) VALUE ZEROES.
           03 WS-COUNTRYS-CHANGED     PIC 9(07) VALUE ZEROES.
           03 WS-COVID19D-ADDED       PIC 9(07) VALUE ZEROES.
           03 WS-COVID19D-DELETED     PIC 9(07) VALUE ZEROES.
           03 WS-COVID19D-CHANGED     PIC 9(07) VALUE ZEROES.
           03 WS-UNEXPLAINED          PIC 9(07) VALUE ZEROES.
           03 WS-JOURNAL-READ         PIC 9(07) VALUE ZEROES.
           03 WS-CNTRYJRN-READ        PIC 9(07) VALUE ZEROES.
      *
      *    TOTALS BY COUNTRY AND BY MONTH, KEPT IN KEY ORDER ***
       01  WS-CTY-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-CTY-TABLE.
           03 WS-CTY-ENTRY OCCURS 500 TIMES.
              05 WS-CTY-CODE          PIC X(05).
              05 WS-CTY-ADDED         PIC 9(07).
              05 WS-CTY-DELETED       PIC 9(07).
              05 WS-CTY-CHANGED       PIC 9(07).
              05 WS-CTY-UNEXPLAINED   PIC 9(07).
       01  WS-MON-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-MON-TABLE.
           03 WS-MON-ENTRY OCCURS 360 TIMES.
              05 WS-MON-YYYYMM        PIC 9(06).
              05 WS-MON-ADDED         PIC 9(07).
              05 WS-MON-DELETED       PIC 9(07).
              05 WS-MON-CHANGED       PIC 9(07).
              05 WS-MON-UNEXPLAINED   PIC 9(07).
       01  WS-TALLY-CODE              PIC X(05) VALUE SPACES.
       01  WS-TALLY-MONTH             PIC 9(06) VALUE ZEROES.
      *
      *    THE FIRST UNEXPLAINED DIFFERENCES, FOR THE VERDICT ***
       01  WS-UNX-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-UNX-TABLE.
           03 WS-UNX-ENTRY OCCURS 500 TIMES.
              05 WS-UNX-TYPE          PIC X(07).
              05 WS-UNX-FILE          PIC X(08).
              05 WS-UNX-CODE          PIC X(05).
              05 WS-UNX-DATE          PIC 9(08).
      *
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-O              PIC X(10) VALUE SPACES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2016'.
           03 FILLER                   PIC X(50) VALUE
                '*** BACKUP GENERATION DIFFERENCE REPORT *** '.
      *
       01  WS-SUMMARY-LINE.
           03 FILLER                   PIC X(02).
           03 SL-LABEL-O               PIC X(40).
           03 SL-VALUE-O               PIC X(60).
      *
       01  WS-COUNT-O                  PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(01).
           03 FILLER                   PIC X(08) VALUE 'TYPE'.
           03 FILLER                   PIC X(09) VALUE 'FILE'.
           03 FILLER                   PIC X(06) VALUE 'CODE'.
           03 FILLER                   PIC X(11) VALUE 'DATE'.
           03 FILLER                   PIC X(16) VALUE 'FIELD'.
           03 FILLER                   PIC X(37) VALUE
                'IN THE GENERATION'.
           03 FILLER                   PIC X(38) VALUE 'ON FILE NOW'.
           03 FILLER                   PIC X(04) VALUE 'EXPL'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(01).
           03 D1-TYPE-O                PIC X(07).
           03 FILLER                   PIC X(01).
           03 D1-FILE-O                PIC X(08).
           03 FILLER                   PIC X(01).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(01).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(01).
           03 D1-FIELD-O               PIC X(15).
           03 FILLER                   PIC X(01).
           03 D1-BEFORE-O              PIC X(36).
           03 FILLER                   PIC X(01).
           03 D1-AFTER-O               PIC X(36).
           03 FILLER                   PIC X(02).
           03 D1-EXPLAINED-O           PIC X(04).
      *
       01  WS-HEADER-3.
           03 FILLER                   PIC X(02).
           03 TH-KEY-O                 PIC X(10).
           03 FILLER                   PIC X(12) VALUE '       ADDED'.
           03 FILLER                   PIC X(12) VALUE '     DELETED'.
           03 FILLER                   PIC X(12) VALUE '     CHANGED'.
           03 FILLER                   PIC X(12) VALUE ' UNEXPLAINED'.
      *
       01  WS-TOTALS-LINE.
           03 FILLER                   PIC X(02).
           03 TL-KEY-O                 PIC X(10).
           03 FILLER                   PIC X(02).
           03 TL-ADDED-O               PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 TL-DELETED-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 TL-CHANGED-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(01).
           03 TL-UNEXPLAINED-O         PIC ZZZ,ZZZ,ZZ9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='20211208180000' - THE GENERATION TO COMPARE ***
       01  LK-PARM.
           03 LK-PARM-LEN          PIC S9(4) COMP.
           03 LK-PARM-GEN-STAMP    PIC X(14).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN = ZERO OR LK-PARM-GEN-STAMP NOT NUMERIC
              DISPLAY '*** ERROR generation stamp PARM is missing '
                      'or not valid'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LK-PARM-GEN-STAMP   TO WS-GEN-STAMP
           DISPLAY '*** Comparing generation: ' WS-GEN-STAMP
           PERFORM FIND-GENERATION
           IF NOT WS-GEN-FOUND-YES
              DISPLAY '*** Generation not on BKUPCTLG: ' WS-GEN-STAMP
              MOVE 16                TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'S '                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           IF NOT WS-LOCK-OK
              DISPLAY '*** COVID19 file lock refused: '
                          WS-LOCK-MESSAGE
              MOVE 12                TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-COVID19J
           PERFORM LOAD-CNTRYJRN
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-1
           PERFORM WRITE-GENERATION
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC           FROM WS-HEADER-2
           PERFORM COMPARE-COUNTRYS
           IF NOT WS-FILE-ERROR-FOUND
              PERFORM COMPARE-COVID19D
           END-IF
           PERFORM RELEASE-FILE-LOCK
           IF NOT WS-FILE-ERROR-FOUND
              PERFORM WRITE-COUNTRY-TOTALS
              PERFORM WRITE-MONTH-TOTALS
              PERFORM WRITE-VERDICT
           END-IF
           CLOSE PRINT-LINE
           DISPLAY 'COUNTRYS records ADDED: '    WS-COUNTRYS-ADDED
           DISPLAY 'COUNTRYS records DELETED: '  WS-COUNTRYS-DELETED
           DISPLAY 'COUNTRYS records CHANGED: '  WS-COUNTRYS-CHANGED
           DISPLAY 'COVID19D records ADDED: '    WS-COVID19D-ADDED
           DISPLAY 'COVID19D records DELETED: '  WS-COVID19D-DELETED
           DISPLAY 'COVID19D records CHANGED: '  WS-COVID19D-CHANGED
           DISPLAY 'Differences UNEXPLAINED: '   WS-UNEXPLAINED
           IF NOT WS-FILE-ERROR-FOUND AND
              (WS-UNEXPLAINED > ZERO OR WS-JOURNAL-FULL-YES)
              MOVE 4                 TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       RELEASE-FILE-LOCK.
           MOVE 'RS'                 TO WS-LOCK-MODE
           CALL WS-LOCK-PGM-NAME USING WS-LOCK-JOB-NAME,
              WS-LOCK-MODE, WS-LOCK-INFO
           .
      *
      *    THE CATALOG NAMES THE UNLOAD FILES BEHIND THE STAMP - AN
      *    EXPIRED GENERATION STILL COMPARES IF THE OPERATOR HASN'T
      *    SCRATCHED THE DATASETS YET, WITH A WARNING ***
       FIND-GENERATION.
           MOVE 'N'                   TO WS-CATALOG-EOF
           OPEN INPUT BKUPCTLG-FILE
           IF WS-BKUPCTLG-STATUS > 0
              DISPLAY '*** ERROR OPENING BKUPCTLG-FILE-STATUS: '
                          WS-BKUPCTLG-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-EOF-OK
              READ BKUPCTLG-FILE
                 AT END MOVE 'Y'      TO WS-CATALOG-EOF
                 NOT AT END
                    IF BK-GEN-STAMP = WS-GEN-STAMP
                       MOVE 'Y'       TO WS-GEN-FOUND
                       MOVE BK-CNTRY-FILE TO WS-CNTRY-GEN
                       MOVE BK-COV19-FILE TO WS-COV19-GEN
                       IF BK-EXPIRED
                          DISPLAY '*** WARNING: generation is marked '
                                  'EXPIRED on the catalog'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BKUPCTLG-FILE
           .
      *
      *    ONLY ENTRIES STAMPED AFTER THE GENERATION CAN EXPLAIN A
      *    DIFFERENCE - ANYTHING EARLIER IS ALREADY IN THE BACKUP ***
       LOAD-COVID19J.
           MOVE 'N'                   TO WS-JOURNAL-EOF
           OPEN INPUT COVID19J-FILE
           IF WS-COVID19J-STATUS > 0
              DISPLAY '*** No COVID19J journal to read, status: '
                          WS-COVID19J-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF-OK
              READ COVID19J-FILE
                 AT END MOVE 'Y'      TO WS-JOURNAL-EOF
                 NOT AT END
                    ADD 1             TO WS-JOURNAL-READ
                    PERFORM KEEP-COVID19J-ENTRY
              END-READ
           END-PERFORM
           CLOSE COVID19J-FILE
           .
      *
       KEEP-COVID19J-ENTRY.
           COMPUTE WS-JOURNAL-STAMP =
              JR-RUN-DATE * 1000000 + JR-RUN-TIME
           IF WS-JOURNAL-STAMP <= WS-GEN-STAMP
              EXIT PARAGRAPH
           END-IF
           IF WS-JRN-COUNT >= 20000
              IF NOT WS-JOURNAL-FULL-YES
                 DISPLAY '*** WARNING: COVID19J table full, later '
                         'entries not held'
              END-IF
              MOVE 'Y'                TO WS-JOURNAL-FULL
              EXIT PARAGRAPH
           END-IF
           ADD 1                      TO WS-JRN-COUNT
           MOVE JR-CODE               TO WS-JRN-KEY (WS-JRN-COUNT)
           MOVE JR-DATE         TO WS-JRN-KEY (WS-JRN-COUNT) (6:8)
           MOVE JR-AFT-NEW-CONFIRMED
                                TO WS-JRN-NEW-CONFIRMED (WS-JRN-COUNT)
           MOVE JR-AFT-TOTAL-CONFIRMED
                                TO WS-JRN-TOT-CONFIRMED (WS-JRN-COUNT)
           MOVE JR-AFT-NEW-DEATHS
                                TO WS-JRN-NEW-DEATHS (WS-JRN-COUNT)
           MOVE JR-AFT-TOTAL-DEATHS
                                TO WS-JRN-TOT-DEATHS (WS-JRN-COUNT)
           MOVE JR-AFT-NEW-RECOVERED
                                TO WS-JRN-NEW-RECOVERED (WS-JRN-COUNT)
           MOVE JR-AFT-TOTAL-RECOVERED
                                TO WS-JRN-TOT-RECOVERED (WS-JRN-COUNT)
           .
      *
       LOAD-CNTRYJRN.
           MOVE 'N'                   TO WS-JOURNAL-EOF
           OPEN INPUT CNTRYJRN-FILE
           IF WS-CNTRYJRN-STATUS > 0
              DISPLAY '*** No CNTRYJRN journal to read, status: '
                          WS-CNTRYJRN-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF-OK
              READ CNTRYJRN-FILE
                 AT END MOVE 'Y'      TO WS-JOURNAL-EOF
                 NOT AT END
                    ADD 1             TO WS-CNTRYJRN-READ
                    PERFORM KEEP-CNTRYJRN-ENTRY
              END-READ
           END-PERFORM
           CLOSE CNTRYJRN-FILE
           .
      *
       KEEP-CNTRYJRN-ENTRY.
           COMPUTE WS-JOURNAL-STAMP =
              CJ-RUN-DATE * 1000000 + CJ-RUN-TIME
           IF WS-JOURNAL-STAMP <= WS-GEN-STAMP
              EXIT PARAGRAPH
           END-IF
           IF WS-CJN-COUNT >= 2000
              IF NOT WS-JOURNAL-FULL-YES
                 DISPLAY '*** WARNING: CNTRYJRN table full, later '
                         'entries not held'
              END-IF
              MOVE 'Y'                TO WS-JOURNAL-FULL
              EXIT PARAGRAPH
           END-IF
           ADD 1                      TO WS-CJN-COUNT
           MOVE CJ-CODE               TO WS-CJN-CODE (WS-CJN-COUNT)
           MOVE CJ-ACTION             TO WS-CJN-ACTION (WS-CJN-COUNT)
           MOVE CJ-AFT-IMAGE       TO WS-CJN-AFT-IMAGE (WS-CJN-COUNT)
           .
      *
       WRITE-GENERATION.
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'GENERATION'           TO SL-LABEL-O
           MOVE WS-GEN-STAMP           TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'COUNTRYS UNLOAD'      TO SL-LABEL-O
           MOVE WS-CNTRY-GEN           TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'COVID19D UNLOAD'      TO SL-LABEL-O
           MOVE WS-COV19-GEN           TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'COVID19J ENTRIES SINCE' TO SL-LABEL-O
           MOVE WS-JRN-COUNT           TO WS-COUNT-O
           MOVE WS-COUNT-O             TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'CNTRYJRN ENTRIES SINCE' TO SL-LABEL-O
           MOVE WS-CJN-COUNT           TO WS-COUNT-O
           MOVE WS-COUNT-O             TO SL-VALUE-O
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           .
      *
      *    BOTH SIDES COME IN KEY ORDER - THE UNLOAD WAS TAKEN BY A
      *    SEQUENTIAL READ OF THE SAME INDEXED FILE - SO ONE PASS
      *    MATCHES THEM ***
       COMPARE-COUNTRYS.
           OPEN INPUT COUNTRYS-UNLOAD
           IF WS-CNTRYUNL-STATUS > 0
              DISPLAY '*** ERROR OPENING ' WS-CNTRY-GEN ' STATUS: '
                          WS-CNTRYUNL-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              PERFORM SET-FILE-ERROR-RC
              CLOSE COUNTRYS-UNLOAD
              EXIT PARAGRAPH
           END-IF
           MOVE 'COUNTRYS'             TO WS-DIFF-FILE
           MOVE ZEROES                 TO WS-DIFF-DATE
           PERFORM READ-COUNTRYS-UNLOAD-NEXT
           PERFORM READ-COUNTRYS-NEXT
           PERFORM UNTIL WS-GEN-KEY = HIGH-VALUES
                     AND WS-LIVE-KEY = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-GEN-KEY < WS-LIVE-KEY
                    PERFORM COUNTRY-DELETED
                    PERFORM READ-COUNTRYS-UNLOAD-NEXT
                 WHEN WS-GEN-KEY > WS-LIVE-KEY
                    PERFORM COUNTRY-ADDED
                    PERFORM READ-COUNTRYS-NEXT
                 WHEN OTHER
                    PERFORM COUNTRY-COMPARE
                    PERFORM READ-COUNTRYS-UNLOAD-NEXT
                    PERFORM READ-COUNTRYS-NEXT
              END-EVALUATE
           END-PERFORM
           CLOSE COUNTRYS-FILE COUNTRYS-UNLOAD
           .
      *
       READ-COUNTRYS-UNLOAD-NEXT.
           READ COUNTRYS-UNLOAD
              AT END
                 MOVE HIGH-VALUES     TO WS-GEN-KEY
              NOT AT END
                 MOVE COUNTRYS-UNLOAD-REC TO WS-BKC-REC
                 MOVE BKC-CODE        TO WS-GEN-KEY
           END-READ
           .
      *
       READ-COUNTRYS-NEXT.
           READ COUNTRYS-FILE
              AT END
                 MOVE HIGH-VALUES     TO WS-LIVE-KEY
              NOT AT END
                 MOVE C-CODE          TO WS-LIVE-KEY
           END-READ
           .
      *
       COUNTRY-ADDED.
           MOVE 'ADDED'                TO WS-DIFF-TYPE
           MOVE C-CODE                 TO WS-DIFF-CODE
           ADD 1                       TO WS-COUNTRYS-ADDED
           PERFORM EXPLAIN-COUNTRY
           PERFORM RECORD-DIFFERENCE
           MOVE SPACES                 TO WS-FIELD-NAME
                                          WS-BEFORE-TEXT
           MOVE C-NAME                 TO WS-AFTER-TEXT
           PERFORM WRITE-DIFF-LINE
           .
      *
       COUNTRY-DELETED.
           MOVE 'DELETED'              TO WS-DIFF-TYPE
           MOVE BKC-CODE               TO WS-DIFF-CODE
           ADD 1                       TO WS-COUNTRYS-DELETED
           PERFORM EXPLAIN-COUNTRY
           PERFORM RECORD-DIFFERENCE
           MOVE SPACES                 TO WS-FIELD-NAME
                                          WS-AFTER-TEXT
           MOVE BKC-NAME               TO WS-BEFORE-TEXT
           PERFORM WRITE-DIFF-LINE
           .
      *
       COUNTRY-COMPARE.
           IF WS-BKC-REC = COUNTRYS-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 'CHANGED'              TO WS-DIFF-TYPE
           MOVE C-CODE                 TO WS-DIFF-CODE
           ADD 1                       TO WS-COUNTRYS-CHANGED
           PERFORM EXPLAIN-COUNTRY
           PERFORM RECORD-DIFFERENCE
           IF BKC-NAME NOT = C-NAME
              MOVE 'NAME'              TO WS-FIELD-NAME
              MOVE BKC-NAME            TO WS-BEFORE-TEXT
              MOVE C-NAME              TO WS-AFTER-TEXT
              PERFORM WRITE-DIFF-LINE
           END-IF
           IF BKC-SLUG NOT = C-SLUG
              MOVE 'SLUG'              TO WS-FIELD-NAME
              MOVE BKC-SLUG            TO WS-BEFORE-TEXT
              MOVE C-SLUG              TO WS-AFTER-TEXT
              PERFORM WRITE-DIFF-LINE
           END-IF
           IF BKC-REGION NOT = C-REGION
              MOVE 'REGION'            TO WS-FIELD-NAME
              MOVE BKC-REGION          TO WS-BEFORE-TEXT
              MOVE C-REGION            TO WS-AFTER-TEXT
              PERFORM WRITE-DIFF-LINE
           END-IF
           .
      *
      *    THE LATEST CNTRYJRN ENTRY FOR THE CODE SINCE THE
      *    GENERATION MUST LEAVE WHAT IS ON FILE NOW - ITS AFTER
      *    IMAGE ON AN ADD OR CHANGE, A DELETE ON A DELETE ***
       EXPLAIN-COUNTRY.
           MOVE 'NO'                   TO WS-EXPLAINED
           PERFORM FIND-LATEST-CNTRYJRN
           IF NOT WS-ENTRY-FOUND-YES
              EXIT PARAGRAPH
           END-IF
           IF WS-DIFF-TYPE = 'DELETED'
              IF WS-CJN-ACTION (WS-IX) = 'D'
                 MOVE 'JRNL'           TO WS-EXPLAINED
              END-IF
           ELSE
              IF WS-CJN-ACTION (WS-IX) NOT = 'D' AND
                 WS-CJN-AFT-IMAGE (WS-IX) = COUNTRYS-REC
                 MOVE 'JRNL'           TO WS-EXPLAINED
              END-IF
           END-IF
           .
      *
       FIND-LATEST-CNTRYJRN.
           MOVE 'N'                    TO WS-ENTRY-FOUND
           PERFORM VARYING WS-IX FROM WS-CJN-COUNT BY -1
              UNTIL WS-IX < 1 OR WS-ENTRY-FOUND-YES
              IF WS-CJN-CODE (WS-IX) = WS-DIFF-CODE
                 MOVE 'Y'              TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM
      *    THE VARYING STEPS ONE PAST THE HIT ***
           IF WS-ENTRY-FOUND-YES
              ADD 1                    TO WS-IX
           END-IF
           .
      *
       COMPARE-COVID19D.
           OPEN INPUT COVID19D-UNLOAD
           IF WS-COV19UNL-STATUS > 0
              DISPLAY '*** ERROR OPENING ' WS-COV19-GEN ' STATUS: '
                          WS-COV19UNL-STATUS
              PERFORM SET-FILE-ERROR-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
              DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                          WS-COVID19D-STATUS
              PERFORM SET-FILE-ERROR-RC
              CLOSE COVID19D-UNLOAD
              EXIT PARAGRAPH
           END-IF
           MOVE 'COVID19D'             TO WS-DIFF-FILE
           PERFORM READ-COVID19D-UNLOAD-NEXT
           PERFORM READ-COVID19D-NEXT
           PERFORM UNTIL WS-GEN-KEY = HIGH-VALUES
                     AND WS-LIVE-KEY = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-GEN-KEY < WS-LIVE-KEY
                    PERFORM DAY-DELETED
                    PERFORM READ-COVID19D-UNLOAD-NEXT
                 WHEN WS-GEN-KEY > WS-LIVE-KEY
                    PERFORM DAY-ADDED
                    PERFORM READ-COVID19D-NEXT
                 WHEN OTHER
                    PERFORM DAY-COMPARE
                    PERFORM READ-COVID19D-UNLOAD-NEXT
                    PERFORM READ-COVID19D-NEXT
              END-EVALUATE
           END-PERFORM
           CLOSE COVID19D-FILE COVID19D-UNLOAD
           .
      *
       READ-COVID19D-UNLOAD-NEXT.
           READ COVID19D-UNLOAD
              AT END
                 MOVE HIGH-VALUES     TO WS-GEN-KEY
              NOT AT END
                 MOVE COVID19D-UNLOAD-REC TO WS-BKD-REC
                 MOVE BKD-CODE-DATE   TO WS-GEN-KEY
           END-READ
           .
      *
       READ-COVID19D-NEXT.
           READ COVID19D-FILE
              AT END
                 MOVE HIGH-VALUES     TO WS-LIVE-KEY
              NOT AT END
                 MOVE CV-CODE-DATE    TO WS-LIVE-KEY
           END-READ
           .
      *
      *    A LOADER'S OWN INSERT (ACTION A, STAMPED ON OR AFTER THE
      *    GENERATION DATE) EXPLAINS A NEW DAY - DAILY INSERTS ARE
      *    NOT JOURNALED, ONLY REWRITES ARE ***
       DAY-ADDED.
           MOVE 'ADDED'                TO WS-DIFF-TYPE
           MOVE CV-CODE                TO WS-DIFF-CODE
           MOVE CV-DATE                TO WS-DIFF-DATE
           ADD 1                       TO WS-COVID19D-ADDED
           PERFORM EXPLAIN-DAY-FIGURES
           IF WS-EXPLAINED-NO AND CV-MAINT-ACTION = 'A' AND
              CV-MAINT-DATE >= WS-GEN-DATE
              MOVE 'LOAD'              TO WS-EXPLAINED
           END-IF
           PERFORM RECORD-DIFFERENCE
           MOVE 'TOTAL CONFIRMED'      TO WS-FIELD-NAME
           MOVE SPACES                 TO WS-BEFORE-TEXT
           MOVE CV-TOTAL-CONFIRMED     TO WS-FIGURE-O
           MOVE WS-FIGURE-O            TO WS-AFTER-TEXT
           PERFORM WRITE-DIFF-LINE
           .
      *
      *    A DAY GOES AWAY ON A COUNTRY PURGE (CNTRYJRN DELETE) OR A
      *    CODE REMAP (JOURNALED UNDER THE OLD KEY) ***
       DAY-DELETED.
           MOVE 'DELETED'              TO WS-DIFF-TYPE
           MOVE BKD-CODE               TO WS-DIFF-CODE
           MOVE BKD-DATE               TO WS-DIFF-DATE
           ADD 1                       TO WS-COVID19D-DELETED
           MOVE 'NO'                   TO WS-EXPLAINED
           PERFORM FIND-LATEST-COVID19J
           IF WS-ENTRY-FOUND-YES
              MOVE 'JRNL'              TO WS-EXPLAINED
           ELSE
              PERFORM FIND-LATEST-CNTRYJRN
              IF WS-ENTRY-FOUND-YES AND WS-CJN-ACTION (WS-IX) = 'D'
                 MOVE 'JRNL'           TO WS-EXPLAINED
              END-IF
           END-IF
           PERFORM RECORD-DIFFERENCE
           MOVE 'TOTAL CONFIRMED'      TO WS-FIELD-NAME
           MOVE BKD-TOTAL-CONFIRMED    TO WS-FIGURE-O
           MOVE WS-FIGURE-O            TO WS-BEFORE-TEXT
           MOVE SPACES                 TO WS-AFTER-TEXT
           PERFORM WRITE-DIFF-LINE
           .
      *
      *    ONLY THE FIGURES AND THE SYNTHETIC FLAG ARE COMPARED - THE
      *    MAINTENANCE AND LINEAGE STAMPS MOVE ON EVERY REWRITE AND
      *    ARE NOT DATA ***
       DAY-COMPARE.
           IF BKD-NEW-CONFIRMED     = CV-NEW-CONFIRMED     AND
              BKD-TOTAL-CONFIRMED   = CV-TOTAL-CONFIRMED   AND
              BKD-NEW-DEATHS        = CV-NEW-DEATHS        AND
              BKD-TOTAL-DEATHS      = CV-TOTAL-DEATHS      AND
              BKD-NEW-RECOVERED     = CV-NEW-RECOVERED     AND
              BKD-TOTAL-RECOVERED   = CV-TOTAL-RECOVERED   AND
              BKD-SYNTHETIC-FLAG    = CV-SYNTHETIC-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE 'CHANGED'              TO WS-DIFF-TYPE
           MOVE CV-CODE                TO WS-DIFF-CODE
           MOVE CV-DATE                TO WS-DIFF-DATE
           ADD 1                       TO WS-COVID19D-CHANGED
           PERFORM EXPLAIN-DAY-FIGURES
           PERFORM RECORD-DIFFERENCE
           IF BKD-NEW-CONFIRMED NOT = CV-NEW-CONFIRMED
              MOVE 'NEW CONFIRMED'     TO WS-FIELD-NAME
              MOVE BKD-NEW-CONFIRMED   TO WS-BEF-FIGURE
              MOVE CV-NEW-CONFIRMED    TO WS-AFT-FIGURE
              PERFORM WRITE-FIGURE-LINE
           END-IF
           IF BKD-TOTAL-CONFIRMED NOT = CV-TOTAL-CONFIRMED
              MOVE 'TOTAL CONFIRMED'   TO WS-FIELD-NAME
              MOVE BKD-TOTAL-CONFIRMED TO WS-BEF-FIGURE
              MOVE CV-TOTAL-CONFIRMED  TO WS-AFT-FIGURE
              PERFORM WRITE-FIGURE-LINE
           END-IF
           IF BKD-NEW-DEATHS NOT = CV-NEW-DEATHS
              MOVE 'NEW DEATHS'        TO WS-FIELD-NAME
              MOVE BKD-NEW-DEATHS      TO WS-BEF-FIGURE
              MOVE CV-NEW-DEATHS       TO WS-AFT-FIGURE
              PERFORM WRITE-FIGURE-LINE
           END-IF
           IF BKD-TOTAL-DEATHS NOT = CV-TOTAL-DEATHS
              MOVE 'TOTAL DEATHS'      TO WS-FIELD-NAME
              MOVE BKD-TOTAL-DEATHS    TO WS-BEF-FIGURE
              MOVE CV-TOTAL-DEATHS     TO WS-AFT-FIGURE
              PERFORM WRITE-FIGURE-LINE
           END-IF
           IF BKD-NEW-RECOVERED NOT = CV-NEW-RECOVERED
              MOVE 'NEW RECOVERED'     TO WS-FIELD-NAME
              MOVE BKD-NEW-RECOVERED   TO WS-BEF-FIGURE
              MOVE CV-NEW-RECOVERED    TO WS-AFT-FIGURE
              PERFORM WRITE-FIGURE-LINE
           END-IF
           IF BKD-TOTAL-RECOVERED NOT = CV-TOTAL-RECOVERED
              MOVE 'TOTAL RECOVERED'   TO WS-FIELD-NAME
              MOVE BKD-TOTAL-RECOVERED TO WS-BEF-FIGURE
              MOVE CV-TOTAL-RECOVERED  TO WS-AFT-FIGURE
              PERFORM WRITE-FIGURE-LINE
           END-IF
           IF BKD-SYNTHETIC-FLAG NOT = CV-SYNTHETIC-FLAG
              MOVE 'SYNTHETIC FLAG'    TO WS-FIELD-NAME
              MOVE BKD-SYNTHETIC-FLAG  TO WS-BEFORE-TEXT
              MOVE CV-SYNTHETIC-FLAG   TO WS-AFTER-TEXT
              PERFORM WRITE-DIFF-LINE
           END-IF
           .
      *
      *    THE LATEST COVID19J AFTER IMAGE FOR THE DAY SINCE THE
      *    GENERATION MUST BE THE FIGURES ON FILE NOW ***
       EXPLAIN-DAY-FIGURES.
           MOVE 'NO'                   TO WS-EXPLAINED
           PERFORM FIND-LATEST-COVID19J
           IF NOT WS-ENTRY-FOUND-YES
              EXIT PARAGRAPH
           END-IF
           IF WS-JRN-NEW-CONFIRMED (WS-IY) = CV-NEW-CONFIRMED     AND
              WS-JRN-TOT-CONFIRMED (WS-IY) = CV-TOTAL-CONFIRMED   AND
              WS-JRN-NEW-DEATHS (WS-IY)    = CV-NEW-DEATHS        AND
              WS-JRN-TOT-DEATHS (WS-IY)    = CV-TOTAL-DEATHS      AND
              WS-JRN-NEW-RECOVERED (WS-IY) = CV-NEW-RECOVERED     AND
              WS-JRN-TOT-RECOVERED (WS-IY) = CV-TOTAL-RECOVERED
              MOVE 'JRNL'              TO WS-EXPLAINED
           END-IF
           .
      *
       FIND-LATEST-COVID19J.
           MOVE 'N'                    TO WS-ENTRY-FOUND
           PERFORM VARYING WS-IY FROM WS-JRN-COUNT BY -1
              UNTIL WS-IY < 1 OR WS-ENTRY-FOUND-YES
              IF WS-JRN-KEY (WS-IY) (1:5) = WS-DIFF-CODE AND
                 WS-JRN-KEY (WS-IY) (6:8) = WS-DIFF-DATE
                 MOVE 'Y'              TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND-YES
              ADD 1                    TO WS-IY
           END-IF
           .
      *
      *    ONE DIFFERENCE PER RECORD, HOWEVER MANY FIELDS MOVED ***
       RECORD-DIFFERENCE.
           MOVE WS-DIFF-CODE           TO WS-TALLY-CODE
           PERFORM TALLY-COUNTRY
           IF WS-DIFF-DATE > ZERO
              MOVE WS-DIFF-DATE (1:6)  TO WS-TALLY-MONTH
              PERFORM TALLY-MONTH
           END-IF
           IF NOT WS-EXPLAINED-NO
              EXIT PARAGRAPH
           END-IF
           ADD 1                       TO WS-UNEXPLAINED
           IF WS-UNX-COUNT < 500
              ADD 1                    TO WS-UNX-COUNT
              MOVE WS-DIFF-TYPE        TO WS-UNX-TYPE (WS-UNX-COUNT)
              MOVE WS-DIFF-FILE        TO WS-UNX-FILE (WS-UNX-COUNT)
              MOVE WS-DIFF-CODE        TO WS-UNX-CODE (WS-UNX-COUNT)
              MOVE WS-DIFF-DATE        TO WS-UNX-DATE (WS-UNX-COUNT)
           END-IF
           .
      *
      *    THE TABLE IS KEPT IN CODE ORDER - A NEW CODE IS SLOTTED
      *    IN AHEAD OF THE FIRST HIGHER ONE ***
       TALLY-COUNTRY.
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-CTY-COUNT
                 OR WS-CTY-CODE (WS-IX) >= WS-TALLY-CODE
              CONTINUE
           END-PERFORM
           IF WS-IX > WS-CTY-COUNT OR
              WS-CTY-CODE (WS-IX) NOT = WS-TALLY-CODE
              IF WS-CTY-COUNT >= 500
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-IY FROM WS-CTY-COUNT BY -1
                 UNTIL WS-IY < WS-IX
                 MOVE WS-CTY-ENTRY (WS-IY) TO WS-CTY-ENTRY (WS-IY + 1)
              END-PERFORM
              ADD 1                    TO WS-CTY-COUNT
              MOVE WS-TALLY-CODE       TO WS-CTY-CODE (WS-IX)
              MOVE ZEROES              TO WS-CTY-ADDED (WS-IX)
                                          WS-CTY-DELETED (WS-IX)
                                          WS-CTY-CHANGED (WS-IX)
                                          WS-CTY-UNEXPLAINED (WS-IX)
           END-IF
           EVALUATE WS-DIFF-TYPE
              WHEN 'ADDED'
                 ADD 1                 TO WS-CTY-ADDED (WS-IX)
              WHEN 'DELETED'
                 ADD 1                 TO WS-CTY-DELETED (WS-IX)
              WHEN OTHER
                 ADD 1                 TO WS-CTY-CHANGED (WS-IX)
           END-EVALUATE
           IF WS-EXPLAINED-NO
              ADD 1                    TO WS-CTY-UNEXPLAINED (WS-IX)
           END-IF
           .
      *
       TALLY-MONTH.
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-MON-COUNT
                 OR WS-MON-YYYYMM (WS-IX) >= WS-TALLY-MONTH
              CONTINUE
           END-PERFORM
           IF WS-IX > WS-MON-COUNT OR
              WS-MON-YYYYMM (WS-IX) NOT = WS-TALLY-MONTH
              IF WS-MON-COUNT >= 360
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-IY FROM WS-MON-COUNT BY -1
                 UNTIL WS-IY < WS-IX
                 MOVE WS-MON-ENTRY (WS-IY) TO WS-MON-ENTRY (WS-IY + 1)
              END-PERFORM
              ADD 1                    TO WS-MON-COUNT
              MOVE WS-TALLY-MONTH      TO WS-MON-YYYYMM (WS-IX)
              MOVE ZEROES              TO WS-MON-ADDED (WS-IX)
                                          WS-MON-DELETED (WS-IX)
                                          WS-MON-CHANGED (WS-IX)
                                          WS-MON-UNEXPLAINED (WS-IX)
           END-IF
           EVALUATE WS-DIFF-TYPE
              WHEN 'ADDED'
                 ADD 1                 TO WS-MON-ADDED (WS-IX)
              WHEN 'DELETED'
                 ADD 1                 TO WS-MON-DELETED (WS-IX)
              WHEN OTHER
                 ADD 1                 TO WS-MON-CHANGED (WS-IX)
           END-EVALUATE
           IF WS-EXPLAINED-NO
              ADD 1                    TO WS-MON-UNEXPLAINED (WS-IX)
           END-IF
           .
      *
       WRITE-FIGURE-LINE.
           MOVE WS-BEF-FIGURE          TO WS-FIGURE-O
           MOVE WS-FIGURE-O            TO WS-BEFORE-TEXT
           MOVE WS-AFT-FIGURE          TO WS-FIGURE-O
           MOVE WS-FIGURE-O            TO WS-AFTER-TEXT
           PERFORM WRITE-DIFF-LINE
           .
      *
       WRITE-DIFF-LINE.
           MOVE SPACES                 TO WS-DETAILS-1
           MOVE WS-DIFF-TYPE           TO D1-TYPE-O
           MOVE WS-DIFF-FILE           TO D1-FILE-O
           MOVE WS-DIFF-CODE           TO D1-CODE-O
           IF WS-DIFF-DATE > ZERO
              MOVE WS-DIFF-DATE        TO WS-EDIT-DATE
              PERFORM FORMAT-EDIT-DATE
              MOVE WS-EDIT-DATE-O      TO D1-DATE-O
           END-IF
           MOVE WS-FIELD-NAME          TO D1-FIELD-O
           MOVE WS-BEFORE-TEXT         TO D1-BEFORE-O
           MOVE WS-AFTER-TEXT          TO D1-AFTER-O
           MOVE WS-EXPLAINED           TO D1-EXPLAINED-O
           WRITE PRINT-REC           FROM WS-DETAILS-1
           .
      *
       WRITE-COUNTRY-TOTALS.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           MOVE 'COUNTRY'              TO TH-KEY-O
           WRITE PRINT-REC           FROM WS-HEADER-3
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-CTY-COUNT
              MOVE SPACES              TO WS-TOTALS-LINE
              MOVE WS-CTY-CODE (WS-IX) TO TL-KEY-O
              MOVE WS-CTY-ADDED (WS-IX)   TO TL-ADDED-O
              MOVE WS-CTY-DELETED (WS-IX) TO TL-DELETED-O
              MOVE WS-CTY-CHANGED (WS-IX) TO TL-CHANGED-O
              MOVE WS-CTY-UNEXPLAINED (WS-IX) TO TL-UNEXPLAINED-O
              WRITE PRINT-REC        FROM WS-TOTALS-LINE
           END-PERFORM
           .
      *
       WRITE-MONTH-TOTALS.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           MOVE 'MONTH'                TO TH-KEY-O
           WRITE PRINT-REC           FROM WS-HEADER-3
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-MON-COUNT
              MOVE SPACES              TO WS-TOTALS-LINE
              MOVE WS-MON-YYYYMM (WS-IX) (1:4) TO TL-KEY-O (1:4)
              MOVE '-'                 TO TL-KEY-O (5:1)
              MOVE WS-MON-YYYYMM (WS-IX) (5:2) TO TL-KEY-O (6:2)
              MOVE WS-MON-ADDED (WS-IX)   TO TL-ADDED-O
              MOVE WS-MON-DELETED (WS-IX) TO TL-DELETED-O
              MOVE WS-MON-CHANGED (WS-IX) TO TL-CHANGED-O
              MOVE WS-MON-UNEXPLAINED (WS-IX) TO TL-UNEXPLAINED-O
              WRITE PRINT-REC        FROM WS-TOTALS-LINE
           END-PERFORM
           .
      *
      *    THE VERDICT - AND A FULL JOURNAL TABLE MEANS SOME ENTRIES
      *    WERE NEVER HELD, SO "NOT EXPLAINED" MAY BE OVERSTATED ***
       WRITE-VERDICT.
           MOVE SPACES                 TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE 'VERDICT'              TO SL-LABEL-O
           IF WS-UNEXPLAINED = ZERO
              MOVE 'EVERY DIFFERENCE IS EXPLAINED BY THE JOURNALS'
                                       TO SL-VALUE-O
           ELSE
              MOVE WS-UNEXPLAINED      TO WS-COUNT-O
              STRING WS-COUNT-O ' DIFFERENCES NOT EXPLAINED'
                 DELIMITED BY SIZE    INTO SL-VALUE-O
           END-IF
           WRITE PRINT-REC           FROM WS-SUMMARY-LINE
           IF WS-JOURNAL-FULL-YES
              MOVE SPACES              TO WS-SUMMARY-LINE
              MOVE 'WARNING'           TO SL-LABEL-O
              MOVE 'JOURNAL TABLE FULL - VERDICT IS INCOMPLETE'
                                       TO SL-VALUE-O
              WRITE PRINT-REC        FROM WS-SUMMARY-LINE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-UNX-COUNT
              MOVE SPACES              TO WS-DETAILS-1
              MOVE WS-UNX-TYPE (WS-IX) TO D1-TYPE-O
              MOVE WS-UNX-FILE (WS-IX) TO D1-FILE-O
              MOVE WS-UNX-CODE (WS-IX) TO D1-CODE-O
              IF WS-UNX-DATE (WS-IX) > ZERO
                 MOVE WS-UNX-DATE (WS-IX) TO WS-EDIT-DATE
                 PERFORM FORMAT-EDIT-DATE
                 MOVE WS-EDIT-DATE-O   TO D1-DATE-O
              END-IF
              MOVE 'NO'                TO D1-EXPLAINED-O
              WRITE PRINT-REC        FROM WS-DETAILS-1
           END-PERFORM
           IF WS-UNEXPLAINED > WS-UNX-COUNT
              MOVE SPACES              TO WS-SUMMARY-LINE
              COMPUTE WS-COUNT-O = WS-UNEXPLAINED - WS-UNX-COUNT
              STRING '... AND ' WS-COUNT-O ' MORE'
                 DELIMITED BY SIZE    INTO SL-LABEL-O
              WRITE PRINT-REC        FROM WS-SUMMARY-LINE
           END-IF
           .
      *
       SET-FILE-ERROR-RC.
           MOVE 'Y'                   TO WS-FILE-ERROR
           MOVE 16                    TO RETURN-CODE
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
