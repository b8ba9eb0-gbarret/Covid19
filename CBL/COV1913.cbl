      *    TOTAL VACCINATIONS, PEOPLE VACCINATED, PEOPLE FULLY
      *    VACCINATED, DATE (YYYYMMDD). Mirrors COV1901's NEW/UPDATE
      *    PARM option and rejects-to-file handling on a smaller scale
      *    since there is no COUNTRYS master to maintain here. Every
      *    row read is also kept, as it arrived, on the FEEDVALT
      *    vault ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
                    RECORD KEY          IS LP-CODE
                    FILE STATUS         IS WS-LATESTPN-STATUS
           .
      *    FEED VAULT - EVERY ROW READ, KEPT AS IT ARRIVED UNDER THE
      *    FILE NAME, RUN NUMBER AND ROW NUMBER; SEE FEEDVALT ***
           SELECT   FEEDVALT-FILE       ASSIGN FEEDVALT
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS RANDOM
                    RECORD KEY          IS FV-KEY
                    FILE STATUS         IS WS-FEEDVALT-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FD  LATESTPN-FILE.
       COPY LATESTPN REPLACING        ==:TAG1:== BY ==LATESTPN==
                                      ==:TAG2:== BY ==LP==.
      *
       FD  FEEDVALT-FILE.
       COPY FEEDVALT REPLACING        ==:TAG1:== BY ==FEEDVALT==
                                      ==:TAG2:== BY ==FV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
           03  WS-COVID19VE-STATUS     PIC 99 VALUE ZEROS.
           03  WS-CNTRYALS-STATUS      PIC 99 VALUE ZEROS.
           03  WS-LATESTPN-STATUS      PIC 99 VALUE ZEROS.
           03  WS-FEEDVALT-STATUS      PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-OPTION            PIC X VALUE 'U'.
            88 WS-REC-IS-REJECTED  VALUE 'Y'.
           03 WS-ALIAS-AVAIL       PIC X VALUE 'N'.
            88 WS-ALIAS-AVAIL-YES  VALUE 'Y'.
      *    SET WHEN THE FEEDVALT VAULT OPENED CLEAN - A LOAD IS NEVER
      *    STOPPED FOR WANT OF ITS VAULT, THE ROWS JUST GO UNKEPT ***
           03 WS-FV-AVAIL          PIC X VALUE 'N'.
            88 WS-FV-AVAIL-YES     VALUE 'Y'.
      *    SET WHEN THE LATESTPN POSITION FILE OPENED CLEAN - AN
      *    OLDER ENVIRONMENT WITHOUT IT JUST SKIPS THE UPKEEP ***
           03 WS-LP-AVAIL          PIC X VALUE 'N'.
           03 WS-COVID19VAX-REJECTED PIC 9(05) VALUE ZEROS.
           03 WS-COVID19V-INSERTED   PIC 9(05) VALUE ZEROS.
           03 WS-COVID19V-UPDATED    PIC 9(05) VALUE ZEROS.
           03 WS-FEEDVALT-WRITTEN    PIC 9(07) VALUE ZEROS.
           03 WS-FEEDVALT-FAILED     PIC 9(07) VALUE ZEROS.
      *
       01  WS-TALLYING-FIELDS        PIC 9(3) VALUE ZEROES.
      *
           IF WS-LP-AVAIL-YES
              CLOSE LATESTPN-FILE
           END-IF
           IF WS-FV-AVAIL-YES
              CLOSE FEEDVALT-FILE
           END-IF
           GOBACK
           .
      *
                          WS-LATESTPN-STATUS
                      ' - latest-position upkeep off'
           END-IF
      *    THE FEED VAULT OUTLIVES EVERY LOAD - NEVER WIPED, EVEN BY
      *    AN 'N' RUN; THE FIRST RUN SINCE IT WAS INTRODUCED CREATES
      *    IT ***
           OPEN I-O FEEDVALT-FILE
           IF WS-FEEDVALT-STATUS NOT = ZERO
              OPEN OUTPUT FEEDVALT-FILE
           END-IF
           IF WS-FEEDVALT-STATUS = ZERO
              MOVE 'Y'              TO WS-FV-AVAIL
           ELSE
              DISPLAY '*** FEEDVALT not available, status: '
                          WS-FEEDVALT-STATUS
                      ' - feed rows will not be vaulted'
           END-IF
           .
      *
       OBTAIN-RUN-NUMBER.
       READ-NEXT.
           READ COVID19VAX-FILE
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END
                 ADD 1             TO WS-COVID19VAX-READ
                 IF WS-FV-AVAIL-YES
                    PERFORM WRITE-FEEDVALT-REC
                 END-IF
           END-READ
           .
      *
      *    THE ROW AS IT ARRIVED, UNDER THE FEED'S FILE NAME, THIS
      *    RUN'S NUMBER AND THE ROW'S LINE NUMBER IN THE FILE ***
       WRITE-FEEDVALT-REC.
           MOVE SPACES               TO FEEDVALT-REC
           MOVE 'COVID19VAX'         TO FV-FILE-NAME
           MOVE WS-RUN-NUMBER        TO FV-RUN-NUMBER
           MOVE WS-COVID19VAX-READ   TO FV-LINE-NO
           MOVE 'COV1913'            TO FV-LOADER
           MOVE FUNCTION CURRENT-DATE (1:8) TO FV-LOAD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FV-LOAD-TIME
           MOVE COVID19VAX-REC       TO FV-RAW-TEXT
           WRITE FEEDVALT-REC
           IF WS-FEEDVALT-STATUS = ZERO
              ADD 1                 TO WS-FEEDVALT-WRITTEN
           ELSE
              ADD 1                 TO WS-FEEDVALT-FAILED
           END-IF
           .
      *
      *    PLAIN COMMA-DELIMITED ROW, NO QUOTES - CODE, FOUR FIGURE
      *    COLUMNS AND A BARE YYYYMMDD DATE ***
       GET-INPUT-DATA.
                                           WS-COVID19VAX-REJECTED
           DISPLAY 'COVID19V records INSERTED: '   WS-COVID19V-INSERTED
           DISPLAY 'COVID19V records UPDATED: '    WS-COVID19V-UPDATED
           DISPLAY 'FEEDVALT rows VAULTED: '      WS-FEEDVALT-WRITTEN
           DISPLAY 'FEEDVALT rows NOT VAULTED: '  WS-FEEDVALT-FAILED
           .
