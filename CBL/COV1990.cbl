      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1990.
       AUTHOR.         GEORGES B.
      *    Subnational detail report: walks the COVID19P province file
      *    in key order - one country, one day, its provinces - for an
      *    optional country and date range, and prints each province's
      *    new and total confirmed and deaths with the province name
      *    off the PROVINCE reference list. Each country-day closes
      *    with a subtotal line of its provinces, the figure COV1991
      *    holds against COVID19D ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   COVID19P-FILE       ASSIGN COVID19P
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CVP-KEY
                    FILE STATUS         IS WS-COVID19P-STATUS
           .
           SELECT   PROVINCE-FILE       ASSIGN PROVINCE
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS PV-KEY
                    FILE STATUS         IS WS-PROVINCE-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  COVID19P-FILE.
       COPY COVID19P REPLACING       ==:TAG1:== BY ==COVID19P==
                                     ==:TAG2:== BY ==CVP==.
      *
       FD  PROVINCE-FILE.
       COPY PROVINCE REPLACING       ==:TAG1:== BY ==PROVINCE==
                                     ==:TAG2:== BY ==PV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-COVID19P-STATUS          PIC 99 VALUE ZEROS.
       01  WS-PROVINCE-STATUS          PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-PROV-AVAIL            PIC X VALUE 'N'.
            88 WS-PROV-AVAIL-YES       VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           03 WS-SEL-CODE              PIC X(05) VALUE SPACES.
           03 WS-START-DATE            PIC 9(08) VALUE ZEROES.
           03 WS-END-DATE              PIC 9(08) VALUE ZEROES.
      *
       01  WS-CURR-DATE-NUM            PIC 9(08) VALUE ZEROES.
      *
      *    THE COUNTRY-DAY IN FLIGHT AND ITS RUNNING SUBTOTAL ***
       01  WS-BREAK-KEY.
           03 WS-BRK-CODE              PIC X(05) VALUE SPACES.
           03 WS-BRK-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-SUBTOTALS.
           03 WS-SUB-PROVINCES         PIC 9(05) VALUE ZEROES.
           03 WS-SUB-NEW-CONFIRMED     PIC S9(11) VALUE ZEROES.
           03 WS-SUB-TOTAL-CONFIRMED   PIC 9(11) VALUE ZEROES.
           03 WS-SUB-NEW-DEATHS        PIC S9(11) VALUE ZEROES.
           03 WS-SUB-TOTAL-DEATHS      PIC 9(11) VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-ROWS-LISTED           PIC 9(07) VALUE ZEROES.
           03 WS-DAYS-LISTED           PIC 9(07) VALUE ZEROES.
           03 WS-ROWS-NO-NAME          PIC 9(07) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV1990'.
           03 FILLER                   PIC X(50) VALUE
                '*** SUBNATIONAL DETAIL REPORT *** '.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(05) VALUE 'CODE'.
           03 FILLER                   PIC X(03).
           03 FILLER                   PIC X(10) VALUE 'DATE'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(06) VALUE 'PROV'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(30) VALUE 'NAME'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'NEW CONF'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'TOTAL CONF'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'NEW DEATHS'.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(12) VALUE 'TOTAL DEATHS'.
      *
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-CODE-O                PIC X(05).
           03 FILLER                   PIC X(03).
           03 D1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D1-PROV-O                PIC X(06).
           03 FILLER                   PIC X(02).
           03 D1-NAME-O                PIC X(30).
           03 FILLER                   PIC X(02).
           03 D1-NEW-CONF-O            PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-TOTAL-CONF-O          PIC ZZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-NEW-DEATHS-O          PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(02).
           03 D1-TOTAL-DEATHS-O        PIC ZZZZ,ZZZ,ZZ9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='CA   2021010120210331' - BLANK CODE FOR EVERY
      *    COUNTRY, ZEROS FOR AN OPEN END ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-CODE             PIC X(05).
           03 LK-PARM-START-DATE       PIC 9(08).
           03 LK-PARM-END-DATE         PIC 9(08).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-CODE        TO WS-SEL-CODE
              MOVE LK-PARM-START-DATE  TO WS-START-DATE
              MOVE LK-PARM-END-DATE    TO WS-END-DATE
           ELSE
              DISPLAY '*** Country code, or blank for all: '
              ACCEPT WS-SEL-CODE
              DISPLAY '*** Start date YYYYMMDD, or 0 for all: '
              ACCEPT WS-START-DATE
              DISPLAY '*** End date YYYYMMDD, or 0 for all: '
              ACCEPT WS-END-DATE
           END-IF
           PERFORM OPEN-FILES
           PERFORM POSITION-COVID19P
           PERFORM READ-COVID19P-NEXT
           PERFORM UNTIL WS-LAST-REC-YES
              IF (WS-START-DATE = ZERO OR
                  WS-CURR-DATE-NUM NOT < WS-START-DATE) AND
                 (WS-END-DATE = ZERO OR
                  WS-CURR-DATE-NUM NOT > WS-END-DATE)
                 PERFORM PROCESS-ONE-PROVINCE-ROW
              END-IF
              PERFORM READ-COVID19P-NEXT
           END-PERFORM
           PERFORM WRITE-SUBTOTAL-LINE
           DISPLAY 'Province rows LISTED: '      WS-ROWS-LISTED
           DISPLAY 'Country-days LISTED: '       WS-DAYS-LISTED
           DISPLAY 'Rows with NO PROVINCE NAME: ' WS-ROWS-NO-NAME
           CLOSE COVID19P-FILE PRINT-LINE
           IF WS-PROV-AVAIL-YES
              CLOSE PROVINCE-FILE
           END-IF
           GOBACK
           .
      *
       OPEN-FILES.
           OPEN INPUT  COVID19P-FILE
      *    NO REFERENCE LIST JUST MEANS NO NAMES ON THE LINES ***
           OPEN INPUT  PROVINCE-FILE
           IF WS-PROVINCE-STATUS = ZERO
              MOVE 'Y'               TO WS-PROV-AVAIL
           ELSE
              DISPLAY '*** PROVINCE not available, status: '
                          WS-PROVINCE-STATUS
                      ' - names print blank'
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC         FROM WS-HEADER-1
           WRITE PRINT-REC         FROM WS-HEADER-2
           .
      *
      *    ONE COUNTRY ASKED FOR - START AT ITS FIRST KEY RATHER THAN
      *    READING EVERY COUNTRY AHEAD OF IT ***
       POSITION-COVID19P.
           IF WS-SEL-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-CODE          TO CVP-CODE
           MOVE WS-START-DATE        TO CVP-DATE
           MOVE SPACES               TO CVP-PROV
           START COVID19P-FILE KEY IS NOT LESS THAN CVP-KEY
              INVALID KEY
                 MOVE 'Y'            TO WS-LAST-REC
           END-START
           .
      *
       READ-COVID19P-NEXT.
           IF WS-LAST-REC-YES
              EXIT PARAGRAPH
           END-IF
           READ COVID19P-FILE NEXT RECORD
              AT END MOVE 'Y'        TO WS-LAST-REC
              NOT AT END MOVE CVP-DATE TO WS-CURR-DATE-NUM
           END-READ
           IF NOT WS-LAST-REC-YES AND WS-SEL-CODE NOT = SPACES AND
              CVP-CODE NOT = WS-SEL-CODE
              MOVE 'Y'               TO WS-LAST-REC
           END-IF
           .
      *
       PROCESS-ONE-PROVINCE-ROW.
           IF CVP-CODE NOT = WS-BRK-CODE OR
              CVP-DATE NOT = WS-BRK-DATE
              PERFORM WRITE-SUBTOTAL-LINE
              MOVE CVP-CODE          TO WS-BRK-CODE
              MOVE CVP-DATE          TO WS-BRK-DATE
           END-IF
           ADD 1                     TO WS-SUB-PROVINCES
           ADD CVP-NEW-CONFIRMED     TO WS-SUB-NEW-CONFIRMED
           ADD CVP-TOTAL-CONFIRMED   TO WS-SUB-TOTAL-CONFIRMED
           ADD CVP-NEW-DEATHS        TO WS-SUB-NEW-DEATHS
           ADD CVP-TOTAL-DEATHS      TO WS-SUB-TOTAL-DEATHS
           PERFORM WRITE-ONE-PROVINCE-LINE
           .
      *
       WRITE-ONE-PROVINCE-LINE.
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE CVP-CODE             TO D1-CODE-O
           MOVE CVP-DATE-YEAR        TO D1-DATE-O (1:4)
           MOVE '-'                  TO D1-DATE-O (5:1)
           MOVE CVP-DATE-MONTH       TO D1-DATE-O (6:2)
           MOVE '-'                  TO D1-DATE-O (8:1)
           MOVE CVP-DATE-DAY         TO D1-DATE-O (9:2)
           MOVE CVP-PROV             TO D1-PROV-O
           IF WS-PROV-AVAIL-YES
              MOVE CVP-CODE          TO PV-CODE
              MOVE CVP-PROV          TO PV-PROV
              READ PROVINCE-FILE
                 INVALID KEY
                    ADD 1            TO WS-ROWS-NO-NAME
                 NOT INVALID KEY
                    MOVE PV-NAME     TO D1-NAME-O
              END-READ
           END-IF
           MOVE CVP-NEW-CONFIRMED    TO D1-NEW-CONF-O
           MOVE CVP-TOTAL-CONFIRMED  TO D1-TOTAL-CONF-O
           MOVE CVP-NEW-DEATHS       TO D1-NEW-DEATHS-O
           MOVE CVP-TOTAL-DEATHS     TO D1-TOTAL-DEATHS-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           ADD 1                     TO WS-ROWS-LISTED
           .
      *
      *    CLOSES THE COUNTRY-DAY JUST FINISHED; NOTHING TO CLOSE ON
      *    THE FIRST ROW OF THE RUN ***
       WRITE-SUBTOTAL-LINE.
           IF WS-SUB-PROVINCES = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES               TO WS-DETAILS-1 PRINT-REC
           MOVE WS-BRK-CODE          TO D1-CODE-O
           MOVE 'ALL'                TO D1-PROV-O
           MOVE '** PROVINCES COMBINED **' TO D1-NAME-O
           MOVE WS-SUB-NEW-CONFIRMED   TO D1-NEW-CONF-O
           MOVE WS-SUB-TOTAL-CONFIRMED TO D1-TOTAL-CONF-O
           MOVE WS-SUB-NEW-DEATHS      TO D1-NEW-DEATHS-O
           MOVE WS-SUB-TOTAL-DEATHS    TO D1-TOTAL-DEATHS-O
           WRITE PRINT-REC         FROM WS-DETAILS-1
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           ADD 1                     TO WS-DAYS-LISTED
           MOVE ZEROES               TO WS-SUB-PROVINCES
                                        WS-SUB-NEW-CONFIRMED
                                        WS-SUB-TOTAL-CONFIRMED
                                        WS-SUB-NEW-DEATHS
                                        WS-SUB-TOTAL-DEATHS
           .
      *
