       AUTHOR.         GEORGES B.
      *    Global daily-totals summary report: adds up every
      *    country's NEW figures in COVID19D for each calendar date
      *    and prints one line per date, oldest first. A date whose
      *    totals include provisional estimates (COV2032) for a
      *    country whose feed had not arrived is marked P with the
      *    number of countries estimated ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
              05 WS-DT-NEW-CONFIRMED  PIC S9(09).
              05 WS-DT-NEW-DEATHS     PIC S9(09).
              05 WS-DT-NEW-RECOVERED  PIC S9(09).
              05 WS-DT-PROVISIONAL    PIC 9(03).
       01  WS-DT-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-DT-FOUND-SW           PIC X VALUE 'N'.
            88 WS-DT-FOUND          VALUE 'Y'.
           03 FILLER                PIC X(14) VALUE 'NEW DEATHS'.
           03 FILLER                PIC X(02).
           03 FILLER                PIC X(14) VALUE 'NEW RECOVERED'.
           03 FILLER                PIC X(02).
           03 FILLER                PIC X(12) VALUE 'PROVISIONAL'.
      *
       01  WS-DETAILS-1.
           03 D1-DATE-O.
           03 D1-NEW-DEATHS-O       PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                PIC X(04).
           03 D1-NEW-RECOVERED-O    PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                PIC X(04).
           03 D1-PROV-MARK-O        PIC X(01).
           03 FILLER                PIC X(01).
           03 D1-PROV-COUNT-O       PIC ZZ9 BLANK WHEN ZERO.
      *=============================
       PROCEDURE DIVISION.
      *=============================
                       ADD CV-NEW-RECOVERED TO
                                WS-DT-NEW-RECOVERED (WS-DT-IDX)
                    END-IF
                    IF CV-IS-PROVISIONAL
                       ADD 1             TO
                                WS-DT-PROVISIONAL (WS-DT-IDX)
                    END-IF
              END-SEARCH
           END-IF
           IF NOT WS-DT-FOUND
                 MOVE ZERO              TO
                                WS-DT-NEW-RECOVERED (WS-DT-IDX)
              END-IF
              IF CV-IS-PROVISIONAL
                 MOVE 1                 TO
                                WS-DT-PROVISIONAL (WS-DT-IDX)
              ELSE
                 MOVE ZERO              TO
                                WS-DT-PROVISIONAL (WS-DT-IDX)
              END-IF
           END-IF
           .
      *
           MOVE WS-DT-NEW-CONFIRMED (WS-DT-IDX) TO D1-NEW-CONFIRMED-O
           MOVE WS-DT-NEW-DEATHS (WS-DT-IDX) TO D1-NEW-DEATHS-O
           MOVE WS-DT-NEW-RECOVERED (WS-DT-IDX) TO D1-NEW-RECOVERED-O
           IF WS-DT-PROVISIONAL (WS-DT-IDX) > ZERO
              MOVE 'P'                TO D1-PROV-MARK-O
           END-IF
           MOVE WS-DT-PROVISIONAL (WS-DT-IDX) TO D1-PROV-COUNT-O
           WRITE PRINT-REC          FROM WS-DETAILS-1
           .
      *
