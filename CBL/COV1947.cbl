      *    ADMISSIONS, HOSPITALIZED CENSUS, ICU CENSUS, DATE
      *    (YYYYMMDD). Mirrors COV1913/COV1933's NEW/UPDATE PARM
      *    option and rejects-to-file handling, with its own
      *    COVID19HE exceptions file in the shared COVID19E shape.
      *    Every row read is also kept, as it arrived, on the
      *    FEEDVALT vault ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
                    RECORD KEY          IS A-ALIAS
                    FILE STATUS         IS WS-CNTRYALS-STATUS
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
       FD  CNTRYALS-FILE.
       COPY CNTRYALS REPLACING        ==:TAG1:== BY ==CNTRYALS==
                                      ==:TAG2:== BY ==A==.
      *
       FD  FEEDVALT-FILE.
       COPY FEEDVALT REPLACING        ==:TAG1:== BY ==FEEDVALT==
                                      ==:TAG2:== BY ==FV==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
           03  WS-COVID19H-STATUS      PIC 99 VALUE ZEROS.
           03  WS-COVID19HE-STATUS     PIC 99 VALUE ZEROS.
           03  WS-CNTRYALS-STATUS      PIC 99 VALUE ZEROS.
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
      *
       01  WS-ALIAS-LOOKUP         PIC X(30) VALUE SPACES.
      *
           03 WS-COVID19HS-REJECTED  PIC 9(05) VALUE ZEROS.
           03 WS-COVID19H-INSERTED   PIC 9(05) VALUE ZEROS.
           03 WS-COVID19H-UPDATED    PIC 9(05) VALUE ZEROS.
           03 WS-FEEDVALT-WRITTEN    PIC 9(07) VALUE ZEROS.
           03 WS-FEEDVALT-FAILED     PIC 9(07) VALUE ZEROS.
      *
       01  WS-TALLYING-FIELDS        PIC 9(3) VALUE ZEROES.
      *
           IF WS-ALIAS-AVAIL-YES
              CLOSE CNTRYALS-FILE
           END-IF
           IF WS-FV-AVAIL-YES
              CLOSE FEEDVALT-FILE
           END-IF
           GOBACK
           .
      *
                          WS-CNTRYALS-STATUS
                      ' - alias translation off'
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
           READ COVID19HS-FILE
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END
                 ADD 1             TO WS-COVID19HS-READ
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
           MOVE 'COVID19HS'          TO FV-FILE-NAME
           MOVE WS-RUN-NUMBER        TO FV-RUN-NUMBER
           MOVE WS-COVID19HS-READ    TO FV-LINE-NO
           MOVE 'COV1947'            TO FV-LOADER
           MOVE FUNCTION CURRENT-DATE (1:8) TO FV-LOAD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FV-LOAD-TIME
           MOVE COVID19HS-REC        TO FV-RAW-TEXT
           WRITE FEEDVALT-REC
           IF WS-FEEDVALT-STATUS = ZERO
              ADD 1                 TO WS-FEEDVALT-WRITTEN
           ELSE
              ADD 1                 TO WS-FEEDVALT-FAILED
           END-IF
           .
      *
      *    PLAIN COMMA-DELIMITED ROW, NO QUOTES - CODE, THREE FIGURE
      *    COLUMNS AND A BARE YYYYMMDD DATE ***
       GET-INPUT-DATA.
                                           WS-COVID19HS-REJECTED
           DISPLAY 'COVID19H records INSERTED: '  WS-COVID19H-INSERTED
           DISPLAY 'COVID19H records UPDATED: '   WS-COVID19H-UPDATED
           DISPLAY 'FEEDVALT rows VAULTED: '      WS-FEEDVALT-WRITTEN
           DISPLAY 'FEEDVALT rows NOT VAULTED: '  WS-FEEDVALT-FAILED
           .
