      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2006.
       AUTHOR.         GEORGES B.
      *    Quarterly operator access recertification: every OPERAUTH
      *    entry with its maker, checker, loader, watchlist and admin
      *    flags, each next to the date the operator last actually
      *    used it. Maker use comes off the staged CNTRYPND and
      *    COVADJPN items, checker use off the decided ones (CNTRYJRN
      *    and COVID19J carry no operator id - the decided pending
      *    item is the checker's signature), and every flag off the
      *    AUTHUSE trail of SUB0006 grants, which is the only record
      *    of loader and watchlist use by operator. A flag held but
      *    unused for more than the PARM number of days (or never
      *    used) is marked for removal. Then every staged item the
      *    same id both made and checked, and every id found on
      *    those files with no OPERAUTH entry at all. The last
      *    COVID19AU load run is shown for context. The MINISTRY
      *    maker id COV2030 stages notices under is the system, not
      *    an operator, and is left off the report.
      *    Return code 4 when anything is marked or listed ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   PRINT-LINE          ASSIGN TO PRTLINE.
           SELECT   OPERAUTH-FILE       ASSIGN OPERAUTH
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS SEQUENTIAL
                    RECORD KEY          IS OA-OPER-ID
                    FILE STATUS         IS WS-OPERAUTH-STATUS
           .
           SELECT   CNTRYPND-FILE       ASSIGN CNTRYPND
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-CNTRYPND-STATUS
           .
           SELECT   COVADJPN-FILE       ASSIGN COVADJPN
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVADJPN-STATUS
           .
           SELECT   AUTHUSE-FILE        ASSIGN AUTHUSE
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-AUTHUSE-STATUS
           .
           SELECT   COVID19AU-FILE      ASSIGN COVID19AU
                    ORGANIZATION        IS LINE SEQUENTIAL
                    ACCESS MODE         IS SEQUENTIAL
                    FILE STATUS         IS WS-COVID19AU-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  OPERAUTH-FILE.
       COPY OPERAUTH REPLACING        ==:TAG1:== BY ==OPERAUTH==
                                      ==:TAG2:== BY ==OA==.
      *
       FD  CNTRYPND-FILE.
       COPY CNTRYPND REPLACING        ==:TAG1:== BY ==CNTRYPND==
                                      ==:TAG2:== BY ==PN==.
      *
       FD  COVADJPN-FILE.
       COPY COVADJPN REPLACING        ==:TAG1:== BY ==COVADJPN==
                                      ==:TAG2:== BY ==AJ==.
      *
       FD  AUTHUSE-FILE.
       COPY AUTHUSE REPLACING         ==:TAG1:== BY ==AUTHUSE==
                                      ==:TAG2:== BY ==AK==.
      *
      *    ONLY THE RUN DATE IS WANTED OFF THE LOAD AUDIT ***
       FD  COVID19AU-FILE.
       01  COVID19AU-REC.
           03 AU-RUN-DATE              PIC 9(08).
           03 FILLER                   PIC X(160).
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-OPERAUTH-STATUS          PIC 99 VALUE ZEROS.
       01  WS-CNTRYPND-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVADJPN-STATUS          PIC 99 VALUE ZEROS.
       01  WS-AUTHUSE-STATUS           PIC 99 VALUE ZEROS.
       01  WS-COVID19AU-STATUS         PIC 99 VALUE ZEROS.
      *
       01  FLAGS.
           03 WS-LAST-REC              PIC X VALUE SPACE.
            88 WS-LAST-REC-YES         VALUE 'Y'.
           03 WS-FILE-ERROR            PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND     VALUE 'Y'.
           03 WS-SWAPPED               PIC X VALUE 'N'.
            88 WS-SWAPPED-YES          VALUE 'Y'.
      *
       01  WS-UNUSED-DAYS              PIC 9(03) VALUE ZEROES.
       01  WS-TODAY                    PIC 9(08) VALUE ZEROES.
       01  WS-DAYS-SINCE               PIC S9(07) VALUE ZEROES.
       01  WS-LAST-LOAD-DATE           PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE                PIC 9(08) VALUE ZEROES.
      *
      *    THE ACTIVITY BEING POSTED: WHO, WHICH FLAG, WHEN, FROM
      *    WHICH FILE ***
       01  WS-USE.
           03 WS-USE-ID                PIC X(08).
           03 WS-USE-FN                PIC X(01).
           03 WS-USE-DATE              PIC 9(08).
           03 WS-USE-SOURCE            PIC X(08).
      *
      *    COV2030 STAGES MINISTRY NOTICES UNDER THIS MAKER ID - IT IS
      *    THE SYSTEM, NOT AN OPERATOR, AND HAS NO OPERAUTH ENTRY ***
       01  WS-SYSTEM-MAKER-ID          PIC X(08) VALUE 'MINISTRY'.
      *
      *    FLAG ORDER ON THE TABLE AND THE REPORT ***
       01  WS-FN-LIST                  PIC X(05) VALUE 'MCLWA'.
       01  WS-FN-NAMES.
           03 FILLER                   PIC X(09) VALUE 'MAKER'.
           03 FILLER                   PIC X(09) VALUE 'CHECKER'.
           03 FILLER                   PIC X(09) VALUE 'LOADER'.
           03 FILLER                   PIC X(09) VALUE 'WATCHLIST'.
           03 FILLER                   PIC X(09) VALUE 'ADMIN'.
       01  WS-FN-NAMES-R REDEFINES WS-FN-NAMES.
           03 WS-FN-NAME               PIC X(09) OCCURS 5 TIMES.
      *
       01  WS-OPER-TABLE.
           03 WS-OP-COUNT              PIC 9(03) VALUE ZEROES.
           03 WS-OP-ENTRY OCCURS 500 TIMES.
              05 WS-OP-ID              PIC X(08).
              05 WS-OP-FLAGS           PIC X(05).
              05 WS-OP-LAST-USED       PIC 9(08) OCCURS 5 TIMES.
      *
      *    IDS SEEN ON THE ACTIVITY FILES WITH NO OPERAUTH ENTRY ***
       01  WS-UNKNOWN-TABLE.
           03 WS-UK-COUNT              PIC 9(03) VALUE ZEROES.
           03 WS-UK-ENTRY OCCURS 200 TIMES.
              05 WS-UK-ID              PIC X(08).
              05 WS-UK-SOURCE          PIC X(08).
              05 WS-UK-LAST-SEEN       PIC 9(08).
              05 WS-UK-SIGHTINGS       PIC 9(07).
       01  WS-UK-HOLD                  PIC X(31).
      *
       01  WS-SUBSCRIPTS.
           03 WS-OX                    PIC 9(03) COMP VALUE ZEROES.
           03 WS-UX                    PIC 9(03) COMP VALUE ZEROES.
           03 WS-FX                    PIC 9(01) COMP VALUE ZEROES.
           03 WS-IX                    PIC 9(03) COMP VALUE ZEROES.
      *
       01  WS-COUNTERS.
           03 WS-OPERATORS-LISTED      PIC 9(05) VALUE ZEROES.
           03 WS-FLAGS-TO-REMOVE       PIC 9(05) VALUE ZEROES.
           03 WS-SAME-PERSON-ITEMS     PIC 9(05) VALUE ZEROES.
           03 WS-UNKNOWN-IDS           PIC 9(05) VALUE ZEROES.
           03 WS-TABLE-FULL            PIC 9(05) VALUE ZEROES.
      *
       01  WS-HEADER-1.
           03 FILLER                   PIC X(20) VALUE 'COV2006'.
           03 FILLER                   PIC X(50) VALUE
                '*** OPERATOR ACCESS RECERTIFICATION *** '.
           03 FILLER                   PIC X(06) VALUE 'AS OF '.
           03 H1-DATE-O                PIC X(10).
           03 FILLER                   PIC X(16) VALUE
                '  UNUSED LIMIT: '.
           03 H1-DAYS-O                PIC ZZ9.
           03 FILLER                   PIC X(05) VALUE ' DAYS'.
      *
       01  WS-HEADER-2.
           03 FILLER                   PIC X(02).
           03 FILLER                   PIC X(08) VALUE 'OPERATOR'.
           03 FILLER                   PIC X(02).
           03 H2-FN-O OCCURS 5 TIMES.
              05 H2-FN-NAME-O          PIC X(17).
              05 FILLER                PIC X(02).
      *
      *    EACH FLAG: Y/N, LAST USED (OR NEVER), *REMOVE WHEN DUE ***
       01  WS-DETAILS-1.
           03 FILLER                   PIC X(02).
           03 D1-OPER-O                PIC X(08).
           03 FILLER                   PIC X(02).
           03 D1-FN-O OCCURS 5 TIMES.
              05 D1-FLAG-O             PIC X(01).
              05 FILLER                PIC X(01).
              05 D1-LAST-O             PIC X(10).
              05 FILLER                PIC X(01).
              05 D1-MARK-O             PIC X(04).
              05 FILLER                PIC X(02).
      *
       01  WS-DETAILS-2.
           03 FILLER                   PIC X(02).
           03 D2-SOURCE-O              PIC X(08).
           03 FILLER                   PIC X(02).
           03 D2-ITEM-O                PIC X(18).
           03 FILLER                   PIC X(02).
           03 D2-STAGED-O              PIC X(10).
           03 FILLER                   PIC X(02).
           03 D2-DECIDED-O             PIC X(10).
           03 FILLER                   PIC X(02).
           03 D2-OPER-O                PIC X(08).
           03 FILLER                   PIC X(02).
           03 D2-STATUS-O              PIC X(08).
      *
       01  WS-DETAILS-3.
           03 FILLER                   PIC X(02).
           03 D3-OPER-O                PIC X(08).
           03 FILLER                   PIC X(02).
           03 D3-SOURCE-O              PIC X(08).
           03 FILLER                   PIC X(02).
           03 D3-LAST-O                PIC X(10).
           03 FILLER                   PIC X(02).
           03 D3-SIGHTINGS-O           PIC Z,ZZZ,ZZ9.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='090' - DAYS A FLAG MAY GO UNUSED ***
       01  LK-PARM.
           03 LK-PARM-LEN              PIC S9(4) COMP.
           03 LK-PARM-DAYS             PIC 9(03).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-DAYS      TO WS-UNUSED-DAYS
           ELSE
              DISPLAY '*** Days a flag may go unused (NNN): '
              ACCEPT WS-UNUSED-DAYS
           END-IF
           IF WS-UNUSED-DAYS NOT NUMERIC OR WS-UNUSED-DAYS = ZERO
              DISPLAY '*** ERROR Days is Missing or not Valid'
              MOVE 8                 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM LOAD-OPERAUTH
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-CNTRYPND
           PERFORM SCAN-COVADJPN
           PERFORM SCAN-AUTHUSE
           PERFORM SCAN-COVID19AU
      *    THE SAME-PERSON ITEMS ARE PRINTED AS THE PENDING FILES ARE
      *    READ, SO THE PRINT FILE IS ALREADY OPEN HERE ***
           PERFORM WRITE-OPERATOR-SECTION
           PERFORM WRITE-UNKNOWN-SECTION
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE '  LAST COVID19AU LOAD RUN: ' TO PRINT-REC
           IF WS-LAST-LOAD-DATE = ZERO
              MOVE 'NONE ON FILE'    TO PRINT-REC (28:12)
           ELSE
              MOVE WS-LAST-LOAD-DATE TO WS-EDIT-DATE
              PERFORM EDIT-DATE-INTO-PRINT
           END-IF
           WRITE PRINT-REC
           DISPLAY 'OPERAUTH operators LISTED: '     WS-OPERATORS-LISTED
           DISPLAY 'Flags marked for REMOVAL: '      WS-FLAGS-TO-REMOVE
           DISPLAY 'Items made AND checked by one id: '
                                                    WS-SAME-PERSON-ITEMS
           DISPLAY 'Ids with NO OPERAUTH entry: '    WS-UNKNOWN-IDS
           IF WS-TABLE-FULL > ZERO
              DISPLAY '*** Entries NOT TABLED, table full: '
                                                    WS-TABLE-FULL
           END-IF
           IF WS-FLAGS-TO-REMOVE > ZERO OR WS-SAME-PERSON-ITEMS > ZERO
              OR WS-UNKNOWN-IDS > ZERO
              MOVE 4                 TO RETURN-CODE
           END-IF
           CLOSE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
      *    THE WHOLE AUTHORITY FILE INTO THE TABLE, IN KEY ORDER ***
       LOAD-OPERAUTH.
           OPEN INPUT OPERAUTH-FILE
           IF WS-OPERAUTH-STATUS > 0
              DISPLAY '*** ERROR OPENING OPERAUTH-FILE-STATUS: '
                          WS-OPERAUTH-STATUS
              MOVE 'Y'               TO WS-FILE-ERROR
              MOVE 16                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ OPERAUTH-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    IF WS-OP-COUNT < 500
                       ADD 1         TO WS-OP-COUNT
                       MOVE OA-OPER-ID TO WS-OP-ID (WS-OP-COUNT)
                       MOVE OA-MAKER TO WS-OP-FLAGS (WS-OP-COUNT) (1:1)
                       MOVE OA-CHECKER
                                     TO WS-OP-FLAGS (WS-OP-COUNT) (2:1)
                       MOVE OA-LOADER
                                     TO WS-OP-FLAGS (WS-OP-COUNT) (3:1)
                       MOVE OA-WATCHLIST
                                     TO WS-OP-FLAGS (WS-OP-COUNT) (4:1)
                       MOVE OA-ADMIN TO WS-OP-FLAGS (WS-OP-COUNT) (5:1)
                       PERFORM VARYING WS-FX FROM 1 BY 1
                               UNTIL WS-FX > 5
                          MOVE ZERO  TO
                             WS-OP-LAST-USED (WS-OP-COUNT, WS-FX)
                       END-PERFORM
                    ELSE
                       ADD 1         TO WS-TABLE-FULL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OPERAUTH-FILE
           OPEN OUTPUT PRINT-LINE
           MOVE SPACES               TO PRINT-REC
           MOVE WS-TODAY             TO WS-EDIT-DATE
           PERFORM EDIT-DATE-INTO-HEADER
           MOVE WS-UNUSED-DAYS       TO H1-DAYS-O
           WRITE PRINT-REC         FROM WS-HEADER-1
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE '  ITEMS MADE AND CHECKED BY THE SAME OPERATOR ID'
                                     TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES               TO PRINT-REC
           MOVE '  SOURCE    ITEM                STAGED      DECIDED'
                                     TO PRINT-REC
           MOVE 'OPERATOR  STATUS'   TO PRINT-REC (58:16)
           WRITE PRINT-REC
           .
      *
      *    COUNTRYS MAINTENANCE: MAKER ON EVERY ITEM, CHECKER ON THE
      *    DECIDED ONES ***
       SCAN-CNTRYPND.
           OPEN INPUT CNTRYPND-FILE
           IF WS-CNTRYPND-STATUS > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ CNTRYPND-FILE
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    MOVE 'CNTRYPND'  TO WS-USE-SOURCE
                    MOVE PN-MAKER-ID TO WS-USE-ID
                    MOVE 'M'         TO WS-USE-FN
                    MOVE PN-STAGED-DATE TO WS-USE-DATE
                    PERFORM POST-USE
                    IF NOT PN-PENDING AND PN-CHECKER-ID NOT = SPACES
                       MOVE PN-CHECKER-ID TO WS-USE-ID
                       MOVE 'C'      TO WS-USE-FN
                       MOVE PN-DECIDED-DATE TO WS-USE-DATE
                       PERFORM POST-USE
                       IF PN-CHECKER-ID = PN-MAKER-ID
                          PERFORM WRITE-SAME-CNTRYPND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CNTRYPND-FILE
           .
      *
       SCAN-COVADJPN.
           OPEN INPUT COVADJPN-FILE
           IF WS-COVADJPN-STATUS > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVADJPN-FILE
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    MOVE 'COVADJPN'  TO WS-USE-SOURCE
                    MOVE AJ-MAKER-ID TO WS-USE-ID
                    MOVE 'M'         TO WS-USE-FN
                    MOVE AJ-STAGED-DATE TO WS-USE-DATE
                    PERFORM POST-USE
                    IF NOT AJ-PENDING AND AJ-CHECKER-ID NOT = SPACES
                       MOVE AJ-CHECKER-ID TO WS-USE-ID
                       MOVE 'C'      TO WS-USE-FN
                       MOVE AJ-DECIDED-DATE TO WS-USE-DATE
                       PERFORM POST-USE
                       IF AJ-CHECKER-ID = AJ-MAKER-ID
                          PERFORM WRITE-SAME-COVADJPN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COVADJPN-FILE
           .
      *
      *    EVERY FLAG THE SUB0006 SERVICE GRANTED ***
       SCAN-AUTHUSE.
           OPEN INPUT AUTHUSE-FILE
           IF WS-AUTHUSE-STATUS > 0
              DISPLAY '*** No AUTHUSE trail - loader and watchlist '
                      'use cannot be shown'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ AUTHUSE-FILE
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    MOVE 'AUTHUSE'   TO WS-USE-SOURCE
                    MOVE AK-OPER-ID  TO WS-USE-ID
                    MOVE AK-FUNCTION TO WS-USE-FN
                    MOVE AK-RUN-DATE TO WS-USE-DATE
                    PERFORM POST-USE
              END-READ
           END-PERFORM
           CLOSE AUTHUSE-FILE
           .
      *
       SCAN-COVID19AU.
           OPEN INPUT COVID19AU-FILE
           IF WS-COVID19AU-STATUS > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-LAST-REC
           PERFORM UNTIL WS-LAST-REC-YES
              READ COVID19AU-FILE
                 AT END
                    MOVE 'Y'         TO WS-LAST-REC
                 NOT AT END
                    IF AU-RUN-DATE IS NUMERIC AND
                       AU-RUN-DATE > WS-LAST-LOAD-DATE
                       MOVE AU-RUN-DATE TO WS-LAST-LOAD-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COVID19AU-FILE
           .
      *
      *    LATEST USE OF THE FLAG FOR A KNOWN ID; AN UNKNOWN ID GOES
      *    ON THE NO-OPERAUTH LIST; THE SYSTEM MAKER ID IS NEITHER ***
       POST-USE.
           IF WS-USE-ID = SPACES OR WS-USE-DATE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF WS-USE-ID = WS-SYSTEM-MAKER-ID
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                 TO WS-FX
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
              IF WS-FN-LIST (WS-IX:1) = WS-USE-FN
                 MOVE WS-IX          TO WS-FX
              END-IF
           END-PERFORM
           IF WS-FX = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                 TO WS-OX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-OP-COUNT OR WS-OX > ZERO
              IF WS-OP-ID (WS-IX) = WS-USE-ID
                 MOVE WS-IX          TO WS-OX
              END-IF
           END-PERFORM
           IF WS-OX > ZERO
              IF WS-USE-DATE > WS-OP-LAST-USED (WS-OX, WS-FX)
                 MOVE WS-USE-DATE    TO WS-OP-LAST-USED (WS-OX, WS-FX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                 TO WS-UX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-UK-COUNT OR WS-UX > ZERO
              IF WS-UK-ID (WS-IX) = WS-USE-ID
                 MOVE WS-IX          TO WS-UX
              END-IF
           END-PERFORM
           IF WS-UX = ZERO
              IF WS-UK-COUNT >= 200
                 ADD 1               TO WS-TABLE-FULL
                 EXIT PARAGRAPH
              END-IF
              ADD 1                  TO WS-UK-COUNT
              MOVE WS-UK-COUNT       TO WS-UX
              MOVE WS-USE-ID         TO WS-UK-ID (WS-UX)
              MOVE WS-USE-SOURCE     TO WS-UK-SOURCE (WS-UX)
              MOVE ZERO              TO WS-UK-LAST-SEEN (WS-UX)
                                        WS-UK-SIGHTINGS (WS-UX)
           END-IF
           ADD 1                     TO WS-UK-SIGHTINGS (WS-UX)
           IF WS-USE-DATE > WS-UK-LAST-SEEN (WS-UX)
              MOVE WS-USE-DATE       TO WS-UK-LAST-SEEN (WS-UX)
              MOVE WS-USE-SOURCE     TO WS-UK-SOURCE (WS-UX)
           END-IF
           .
      *
       WRITE-SAME-CNTRYPND.
           ADD 1                     TO WS-SAME-PERSON-ITEMS
           MOVE SPACES               TO WS-DETAILS-2
           MOVE 'CNTRYPND'           TO D2-SOURCE-O
           STRING PN-ACTION ' ' PN-CODE DELIMITED BY SIZE
             INTO D2-ITEM-O
           MOVE PN-STAGED-DATE       TO WS-EDIT-DATE
           PERFORM EDIT-DATE-INTO-D2-STAGED
           MOVE PN-DECIDED-DATE      TO WS-EDIT-DATE
           PERFORM EDIT-DATE-INTO-D2-DECIDED
           MOVE PN-MAKER-ID          TO D2-OPER-O
           IF PN-APPLIED
              MOVE 'APPLIED'         TO D2-STATUS-O
           ELSE
              MOVE 'REJECTED'        TO D2-STATUS-O
           END-IF
           WRITE PRINT-REC         FROM WS-DETAILS-2
           .
      *
       WRITE-SAME-COVADJPN.
           ADD 1                     TO WS-SAME-PERSON-ITEMS
           MOVE SPACES               TO WS-DETAILS-2
           MOVE 'COVADJPN'           TO D2-SOURCE-O
           STRING AJ-CODE ' ' AJ-DATE DELIMITED BY SIZE
             INTO D2-ITEM-O
           MOVE AJ-STAGED-DATE       TO WS-EDIT-DATE
           PERFORM EDIT-DATE-INTO-D2-STAGED
           MOVE AJ-DECIDED-DATE      TO WS-EDIT-DATE
           PERFORM EDIT-DATE-INTO-D2-DECIDED
           MOVE AJ-MAKER-ID          TO D2-OPER-O
           IF AJ-APPLIED
              MOVE 'APPLIED'         TO D2-STATUS-O
           ELSE
              MOVE 'REJECTED'        TO D2-STATUS-O
           END-IF
           WRITE PRINT-REC         FROM WS-DETAILS-2
           .
      *
       WRITE-OPERATOR-SECTION.
           IF WS-SAME-PERSON-ITEMS = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  NONE'          TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE '  OPERAUTH FLAGS AND LAST USE (*RMV = MARKED FOR REMOV
      -         'AL)'                TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES               TO WS-HEADER-2
           MOVE 'OPERATOR'           TO WS-HEADER-2 (3:8)
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
              MOVE WS-FN-NAME (WS-FX) TO H2-FN-NAME-O (WS-FX)
           END-PERFORM
           WRITE PRINT-REC         FROM WS-HEADER-2
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OP-COUNT
              PERFORM WRITE-ONE-OPERATOR
           END-PERFORM
           .
      *
       WRITE-ONE-OPERATOR.
           ADD 1                     TO WS-OPERATORS-LISTED
           MOVE SPACES               TO WS-DETAILS-1
           MOVE WS-OP-ID (WS-OX)     TO D1-OPER-O
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
              MOVE WS-OP-FLAGS (WS-OX) (WS-FX:1) TO D1-FLAG-O (WS-FX)
              IF WS-OP-LAST-USED (WS-OX, WS-FX) = ZERO
                 MOVE 'NEVER'        TO D1-LAST-O (WS-FX)
                 MOVE 99999          TO WS-DAYS-SINCE
              ELSE
                 MOVE WS-OP-LAST-USED (WS-OX, WS-FX) TO WS-EDIT-DATE
                 MOVE WS-EDIT-DATE (1:4) TO D1-LAST-O (WS-FX) (1:4)
                 MOVE '-'            TO D1-LAST-O (WS-FX) (5:1)
                 MOVE WS-EDIT-DATE (5:2) TO D1-LAST-O (WS-FX) (6:2)
                 MOVE '-'            TO D1-LAST-O (WS-FX) (8:1)
                 MOVE WS-EDIT-DATE (7:2) TO D1-LAST-O (WS-FX) (9:2)
                 COMPUTE WS-DAYS-SINCE =
                    FUNCTION INTEGER-OF-DATE (WS-TODAY) -
                    FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)
              END-IF
              IF WS-OP-FLAGS (WS-OX) (WS-FX:1) = 'Y' AND
                 WS-DAYS-SINCE > WS-UNUSED-DAYS
                 MOVE '*RMV'         TO D1-MARK-O (WS-FX)
                 ADD 1               TO WS-FLAGS-TO-REMOVE
              END-IF
           END-PERFORM
           WRITE PRINT-REC         FROM WS-DETAILS-1
           .
      *
       WRITE-UNKNOWN-SECTION.
           MOVE SPACES               TO PRINT-REC
           WRITE PRINT-REC
           MOVE '  IDS ON THE ACTIVITY FILES WITH NO OPERAUTH ENTRY'
                                     TO PRINT-REC
           WRITE PRINT-REC
           MOVE '  OPERATOR  LAST SEEN ON  LAST DATE   SIGHTINGS'
                                     TO PRINT-REC
           WRITE PRINT-REC
           PERFORM SORT-UNKNOWN-IDS
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-UK-COUNT
              ADD 1                  TO WS-UNKNOWN-IDS
              MOVE SPACES            TO WS-DETAILS-3
              MOVE WS-UK-ID (WS-UX)     TO D3-OPER-O
              MOVE WS-UK-SOURCE (WS-UX) TO D3-SOURCE-O
              MOVE WS-UK-LAST-SEEN (WS-UX) TO WS-EDIT-DATE
              MOVE WS-EDIT-DATE (1:4) TO D3-LAST-O (1:4)
              MOVE '-'               TO D3-LAST-O (5:1)
              MOVE WS-EDIT-DATE (5:2) TO D3-LAST-O (6:2)
              MOVE '-'               TO D3-LAST-O (8:1)
              MOVE WS-EDIT-DATE (7:2) TO D3-LAST-O (9:2)
              MOVE WS-UK-SIGHTINGS (WS-UX) TO D3-SIGHTINGS-O
              WRITE PRINT-REC      FROM WS-DETAILS-3
           END-PERFORM
           IF WS-UK-COUNT = ZERO
              MOVE SPACES            TO PRINT-REC
              MOVE '  NONE'          TO PRINT-REC
              WRITE PRINT-REC
           END-IF
           .
      *
       SORT-UNKNOWN-IDS.
           MOVE 'Y'                  TO WS-SWAPPED
           PERFORM UNTIL NOT WS-SWAPPED-YES
              MOVE 'N'               TO WS-SWAPPED
              PERFORM VARYING WS-UX FROM 1 BY 1
                      UNTIL WS-UX >= WS-UK-COUNT
                 IF WS-UK-ID (WS-UX) > WS-UK-ID (WS-UX + 1)
                    MOVE WS-UK-ENTRY (WS-UX)     TO WS-UK-HOLD
                    MOVE WS-UK-ENTRY (WS-UX + 1) TO WS-UK-ENTRY (WS-UX)
                    MOVE WS-UK-HOLD  TO WS-UK-ENTRY (WS-UX + 1)
                    MOVE 'Y'         TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
       EDIT-DATE-INTO-HEADER.
           MOVE WS-EDIT-DATE (1:4)   TO H1-DATE-O (1:4)
           MOVE '-'                  TO H1-DATE-O (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO H1-DATE-O (6:2)
           MOVE '-'                  TO H1-DATE-O (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO H1-DATE-O (9:2)
           .
      *
       EDIT-DATE-INTO-PRINT.
           MOVE WS-EDIT-DATE (1:4)   TO PRINT-REC (28:4)
           MOVE '-'                  TO PRINT-REC (32:1)
           MOVE WS-EDIT-DATE (5:2)   TO PRINT-REC (33:2)
           MOVE '-'                  TO PRINT-REC (35:1)
           MOVE WS-EDIT-DATE (7:2)   TO PRINT-REC (36:2)
           .
      *
       EDIT-DATE-INTO-D2-STAGED.
           MOVE WS-EDIT-DATE (1:4)   TO D2-STAGED-O (1:4)
           MOVE '-'                  TO D2-STAGED-O (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO D2-STAGED-O (6:2)
           MOVE '-'                  TO D2-STAGED-O (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO D2-STAGED-O (9:2)
           .
      *
       EDIT-DATE-INTO-D2-DECIDED.
           MOVE WS-EDIT-DATE (1:4)   TO D2-DECIDED-O (1:4)
           MOVE '-'                  TO D2-DECIDED-O (5:1)
           MOVE WS-EDIT-DATE (5:2)   TO D2-DECIDED-O (6:2)
           MOVE '-'                  TO D2-DECIDED-O (8:1)
           MOVE WS-EDIT-DATE (7:2)   TO D2-DECIDED-O (9:2)
           .
      *
