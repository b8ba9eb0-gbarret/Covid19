      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV2026.
       AUTHOR.         GEORGES B.
      *    Standalone maintenance of the CNTRYGRP country groupings,
      *    the way COV2024 maintains SYSPARM:
      *      G - define a group (or rename it): group id and name
      *      J - a country joins a group from an effective date
      *      L - a country leaves a group from an effective date
      *      D - delete one entry made in error (a join/leave, or a
      *          group definition that no longer has any entries)
      *    Membership is never overwritten - a country that leaves
      *    and later rejoins has both dates on file, so COV2027 can
      *    report any group as it stood on any date. A join is
      *    refused when the country is already a member on that
      *    date, a leave when it is not; the country must be on
      *    COUNTRYS (SUB0002). The operator must hold the OPERAUTH
      *    reference-maintenance flag (SUB0006 'L') ***
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   CNTRYGRP-FILE       ASSIGN CNTRYGRP
                    ORGANIZATION        IS INDEXED
                    ACCESS MODE         IS DYNAMIC
                    RECORD KEY          IS CG-KEY
                    FILE STATUS         IS WS-CNTRYGRP-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  CNTRYGRP-FILE.
       COPY CNTRYGRP REPLACING     ==:TAG1:== BY ==CNTRYGRP==
                                   ==:TAG2:== BY ==CG==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       01  WS-CNTRYGRP-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-ACTION             PIC X VALUE SPACE.
            88 WS-ACTION-GROUP      VALUE 'G'.
            88 WS-ACTION-JOIN       VALUE 'J'.
            88 WS-ACTION-LEAVE      VALUE 'L'.
            88 WS-ACTION-DELETE     VALUE 'D'.
           03 WS-FILE-ERROR         PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND  VALUE 'Y'.
           03 WS-BROWSE-END         PIC X VALUE 'N'.
            88 WS-BROWSE-END-YES    VALUE 'Y'.
      *    THE COUNTRY'S STANDING IN THE GROUP ON THE DATE KEYED ***
           03 WS-IS-MEMBER          PIC X VALUE 'N'.
            88 WS-IS-MEMBER-YES     VALUE 'Y'.
      *
       01  WS-WORK-GROUP-ID          PIC X(08) VALUE SPACES.
       01  WS-WORK-CODE              PIC X(05) VALUE SPACES.
       01  WS-WORK-EFF-DATE          PIC 9(08) VALUE ZEROS.
       01  WS-WORK-NAME              PIC X(40) VALUE SPACES.
       01  WS-OPER-ID                PIC X(08) VALUE SPACES.
       01  WS-ENTRY-COUNT            PIC 9(05) VALUE ZEROS.
      *
      *    A PARM LONGER THAN ITS LAYOUT IS CUT AT THE FIELD ***
       77  WS-PARM-TEXT-LEN         PIC S9(4) COMP VALUE ZERO.
      *
      *    SHARED CALENDAR VALIDATION - SEE SUB0005 ***
       77  WS-DATE-PGM-NAME         PIC X(08) VALUE 'SUB0005'.
       77  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
       77  WS-DAY-OF-YEAR           PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-DATE             PIC 9(08) VALUE ZEROS.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==DATECHK==.
      *
      *    COUNTRY LOOKUP BY EXACT CODE - SEE SUB0002 ***
       77  WS-SUB-PGM-NAME          PIC X(08) VALUE 'SUB0002'.
       77  WS-C-CODE-TO-READ        PIC X(05) VALUE SPACES.
       77  WS-SUB-MODE              PIC X(01) VALUE 'E'.
       77  WS-NAME-PARTIAL-TO-READ  PIC X(20) VALUE SPACES.
       COPY COUNTRYS REPLACING     ==:TAG1:==     BY ==WS-COUNTRYS==
                                   ==:TAG2:==     BY ==WS-C==.
       COPY CALLSTUS REPLACING     ==:RESULT:==   BY ==RESULT==.
      *
      *    SHARED PERMISSION CHECK AGAINST OPERAUTH - SEE SUB0006.
      *    A COUNTRY GROUPING IS REFERENCE DATA ***
       77  WS-AUTH-PGM-NAME         PIC X(08) VALUE 'SUB0006'.
       77  WS-AUTH-FUNCTION         PIC X(01) VALUE 'L'.
       77  WS-AUTH-CALLER           PIC X(08) VALUE 'COV2026'.
       COPY CALLSTUS REPLACING     ==:RESULT:== BY ==AUTH==.
      *
       01  WS-COUNTERS.
           03 WS-GROUPS-DEFINED      PIC 9(05) VALUE ZEROS.
           03 WS-GROUPS-RENAMED      PIC 9(05) VALUE ZEROS.
           03 WS-JOINS-ADDED         PIC 9(05) VALUE ZEROS.
           03 WS-LEAVES-ADDED        PIC 9(05) VALUE ZEROS.
           03 WS-ENTRIES-REMOVED     PIC 9(05) VALUE ZEROS.
      *-----------------------------
       LINKAGE SECTION.
      *-----------------------------
      *    PARM PASSED FROM THE JCL EXEC STATEMENT, e.g.
      *    PARM='JNEIGHBRDEU  20220301OPER0002'
      *    PARM='GNEIGHBR             OPER0002OUR NEIGHBOURS'
      *    (ONE STRING) - ACTION, GROUP ID, COUNTRY CODE, EFFECTIVE
      *    DATE, OPERATOR ID, GROUP NAME OR NOTE ***
       01  LK-PARM.
           03 LK-PARM-LEN           PIC S9(4) COMP.
           03 LK-PARM-ACTION        PIC X(01).
           03 LK-PARM-GROUP-ID      PIC X(08).
           03 LK-PARM-CODE          PIC X(05).
           03 LK-PARM-EFF-DATE      PIC X(08).
           03 LK-PARM-OPER-ID       PIC X(08).
           03 LK-PARM-NAME          PIC X(40).
      *=============================
       PROCEDURE DIVISION USING LK-PARM.
      *=============================
       MAIN.
           IF LK-PARM-LEN > ZERO
              MOVE LK-PARM-ACTION       TO WS-ACTION
              MOVE LK-PARM-GROUP-ID     TO WS-WORK-GROUP-ID
              MOVE LK-PARM-CODE         TO WS-WORK-CODE
              IF LK-PARM-EFF-DATE NUMERIC
                 MOVE LK-PARM-EFF-DATE  TO WS-WORK-EFF-DATE
              END-IF
              MOVE LK-PARM-OPER-ID      TO WS-OPER-ID
              IF LK-PARM-LEN > 30
                 COMPUTE WS-PARM-TEXT-LEN =
                    FUNCTION MIN (LK-PARM-LEN - 30, 40)
                 MOVE LK-PARM-NAME (1:WS-PARM-TEXT-LEN)
                                        TO WS-WORK-NAME
              END-IF
           ELSE
              DISPLAY '*** Action, G=Group, J=Join, L=Leave, '
                      'D=Delete: '
              ACCEPT WS-ACTION
              DISPLAY '*** Group id: '
              ACCEPT WS-WORK-GROUP-ID
              IF NOT WS-ACTION-GROUP
                 DISPLAY '*** Country code (blank = the group '
                         'definition on a D): '
                 ACCEPT WS-WORK-CODE
                 IF WS-WORK-CODE NOT = SPACES
                    DISPLAY '*** Effective from YYYYMMDD: '
                    ACCEPT WS-WORK-EFF-DATE
                 END-IF
              END-IF
              IF NOT WS-ACTION-DELETE
                 DISPLAY '*** Group name (G) or note (J/L): '
                 ACCEPT WS-WORK-NAME
              END-IF
              DISPLAY '*** Your operator id: '
              ACCEPT WS-OPER-ID
           END-IF
      *
           IF NOT (WS-ACTION-GROUP OR WS-ACTION-JOIN OR
                   WS-ACTION-LEAVE OR WS-ACTION-DELETE)
              DISPLAY '*** ERROR WS-ACTION is Missing or not Valid'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-GROUP-ID = SPACES OR WS-OPER-ID = SPACES
              DISPLAY '*** ERROR group id and operator id are '
                      'required'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-GROUP
              IF WS-WORK-NAME = SPACES
                 DISPLAY '*** ERROR a group needs a name'
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES           TO WS-WORK-CODE
              MOVE ZEROS            TO WS-WORK-EFF-DATE
           END-IF
           IF (WS-ACTION-JOIN OR WS-ACTION-LEAVE) AND
              WS-WORK-CODE = SPACES
              DISPLAY '*** ERROR a join or leave needs a country code'
              MOVE 8                TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-WORK-CODE = SPACES
              MOVE ZEROS            TO WS-WORK-EFF-DATE
           ELSE
              MOVE WS-WORK-EFF-DATE TO WS-EDIT-DATE
              CALL WS-DATE-PGM-NAME USING WS-EDIT-DATE,
                 WS-DATECHK-INFO, WS-DAY-OF-WEEK, WS-DAY-OF-YEAR
              IF NOT WS-DATECHK-OK
                 DISPLAY '*** ERROR date is not valid: ' WS-EDIT-DATE
                         ' ' WS-DATECHK-MESSAGE
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-ACTION-JOIN OR WS-ACTION-LEAVE
              PERFORM CHECK-COUNTRY-CODE
              IF NOT WS-RESULT-OK
                 DISPLAY '*** ERROR country not on COUNTRYS: '
                         WS-WORK-CODE
                 MOVE 8             TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
      *    CHECK AUTHORITY BEFORE TOUCHING THE GROUPINGS - A
      *    REFUSAL IS LOGGED BY SUB0006 ***
           CALL WS-AUTH-PGM-NAME USING WS-OPER-ID,
              WS-AUTH-FUNCTION, WS-AUTH-CALLER, WS-AUTH-INFO
           IF NOT WS-AUTH-OK
              DISPLAY '*** Permission refused: ' WS-AUTH-MESSAGE
              MOVE 12               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
      *
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
              EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-ACTION-GROUP  PERFORM DEFINE-GROUP
              WHEN WS-ACTION-JOIN   PERFORM ADD-MEMBERSHIP
              WHEN WS-ACTION-LEAVE  PERFORM ADD-MEMBERSHIP
              WHEN WS-ACTION-DELETE PERFORM DELETE-ENTRY
           END-EVALUATE
      *
           PERFORM WRITE-TRAILERS
           CLOSE CNTRYGRP-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-COUNTRY-CODE.
           MOVE WS-WORK-CODE        TO WS-C-CODE-TO-READ
           MOVE SPACES              TO WS-COUNTRYS-REC WS-RESULT-INFO
           CALL WS-SUB-PGM-NAME USING
             WS-C-CODE-TO-READ, WS-COUNTRYS-REC, WS-RESULT-INFO,
             WS-SUB-MODE, WS-NAME-PARTIAL-TO-READ
           .
      *
       OPEN-FILES.
           OPEN I-O CNTRYGRP-FILE
      *    FIRST EVER GROUP - THE FILE DOESN'T EXIST YET ***
           IF WS-CNTRYGRP-STATUS NOT = ZERO
              OPEN OUTPUT CNTRYGRP-FILE
              CLOSE CNTRYGRP-FILE
              OPEN I-O CNTRYGRP-FILE
           END-IF
           IF WS-CNTRYGRP-STATUS > 0
              DISPLAY '*** ERROR OPENING CNTRYGRP-FILE-STATUS: '
                          WS-CNTRYGRP-STATUS
              MOVE 'Y'             TO WS-FILE-ERROR
              MOVE 16              TO RETURN-CODE
           END-IF
           .
      *
      *    A NEW GROUP IS WRITTEN; AN EXISTING ONE IS RENAMED ***
       DEFINE-GROUP.
           PERFORM MOVE-KEY-FIELDS
           READ CNTRYGRP-FILE
              INVALID KEY
                 PERFORM MOVE-WORK-FIELDS
                 WRITE CNTRYGRP-REC
                    INVALID KEY
                       DISPLAY '*** ERROR WRITE CNTRYGRP-FILE, '
                               'STATUS: ' WS-CNTRYGRP-STATUS
                       MOVE 8      TO RETURN-CODE
                    NOT INVALID KEY
                       ADD 1       TO WS-GROUPS-DEFINED
                 END-WRITE
              NOT INVALID KEY
                 PERFORM MOVE-WORK-FIELDS
                 REWRITE CNTRYGRP-REC
                    INVALID KEY
                       DISPLAY '*** ERROR REWRITE CNTRYGRP-FILE, '
                               'STATUS: ' WS-CNTRYGRP-STATUS
                       MOVE 8      TO RETURN-CODE
                    NOT INVALID KEY
                       ADD 1       TO WS-GROUPS-RENAMED
                 END-REWRITE
           END-READ
           .
      *
      *    THE GROUP MUST EXIST, AND THE COUNTRY'S STANDING ON THE
      *    DATE MUST BE THE OPPOSITE OF WHAT THE ENTRY RECORDS ***
       ADD-MEMBERSHIP.
           MOVE WS-WORK-GROUP-ID    TO CG-GROUP-ID
           MOVE SPACES              TO CG-CODE
           MOVE ZEROS               TO CG-EFF-DATE
           READ CNTRYGRP-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no group defined as: '
                             WS-WORK-GROUP-ID
                 MOVE 8            TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           PERFORM FIND-STANDING
           IF WS-ACTION-JOIN AND WS-IS-MEMBER-YES
              DISPLAY '*** ERROR, ' WS-WORK-CODE ' is already in '
                      WS-WORK-GROUP-ID ' on ' WS-WORK-EFF-DATE
              MOVE 8               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-LEAVE AND NOT WS-IS-MEMBER-YES
              DISPLAY '*** ERROR, ' WS-WORK-CODE ' is not in '
                      WS-WORK-GROUP-ID ' on ' WS-WORK-EFF-DATE
              MOVE 8               TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-KEY-FIELDS
           PERFORM MOVE-WORK-FIELDS
           WRITE CNTRYGRP-REC
              INVALID KEY
                 DISPLAY '*** ERROR, entry already on file: '
                             WS-WORK-GROUP-ID ' ' WS-WORK-CODE ' '
                             WS-WORK-EFF-DATE
                 MOVE 8            TO RETURN-CODE
              NOT INVALID KEY
                 IF WS-ACTION-JOIN
                    ADD 1          TO WS-JOINS-ADDED
                 ELSE
                    ADD 1          TO WS-LEAVES-ADDED
                 END-IF
           END-WRITE
           .
      *
      *    LATEST JOIN/LEAVE OF THE COUNTRY NOT AFTER THE DATE ***
       FIND-STANDING.
           MOVE 'N'                 TO WS-IS-MEMBER WS-BROWSE-END
           MOVE WS-WORK-GROUP-ID    TO CG-GROUP-ID
           MOVE WS-WORK-CODE        TO CG-CODE
           MOVE ZEROS               TO CG-EFF-DATE
           START CNTRYGRP-FILE KEY IS NOT LESS THAN CG-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ CNTRYGRP-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'        TO WS-BROWSE-END
                 NOT AT END
                    IF CG-GROUP-ID NOT = WS-WORK-GROUP-ID OR
                       CG-CODE NOT = WS-WORK-CODE OR
                       CG-EFF-DATE > WS-WORK-EFF-DATE
                       MOVE 'Y'     TO WS-BROWSE-END
                    ELSE
                       IF CG-IS-JOIN
                          MOVE 'Y'  TO WS-IS-MEMBER
                       ELSE
                          MOVE 'N'  TO WS-IS-MEMBER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      *    A GROUP DEFINITION GOES ONLY ONCE NOTHING HANGS OFF IT ***
       DELETE-ENTRY.
           IF WS-WORK-CODE = SPACES
              PERFORM COUNT-GROUP-ENTRIES
              IF WS-ENTRY-COUNT > ZERO
                 DISPLAY '*** ERROR, group ' WS-WORK-GROUP-ID
                         ' still has ' WS-ENTRY-COUNT ' entries'
                 MOVE 8            TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM MOVE-KEY-FIELDS
           READ CNTRYGRP-FILE
              INVALID KEY
                 DISPLAY '*** ERROR, no entry on file for: '
                             WS-WORK-GROUP-ID ' ' WS-WORK-CODE ' '
                             WS-WORK-EFF-DATE
                 MOVE 8            TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           DELETE CNTRYGRP-FILE
              INVALID KEY
                 DISPLAY '*** ERROR DELETE CNTRYGRP-FILE, STATUS: '
                             WS-CNTRYGRP-STATUS
                 MOVE 8            TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1             TO WS-ENTRIES-REMOVED
           END-DELETE
           .
      *
       COUNT-GROUP-ENTRIES.
           MOVE ZEROS               TO WS-ENTRY-COUNT
           MOVE 'N'                 TO WS-BROWSE-END
           MOVE WS-WORK-GROUP-ID    TO CG-GROUP-ID
           MOVE SPACES              TO CG-CODE
           MOVE ZEROS               TO CG-EFF-DATE
           START CNTRYGRP-FILE KEY IS GREATER THAN CG-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-BROWSE-END-YES
              READ CNTRYGRP-FILE NEXT RECORD
                 AT END
                    MOVE 'Y'        TO WS-BROWSE-END
                 NOT AT END
                    IF CG-GROUP-ID NOT = WS-WORK-GROUP-ID
                       MOVE 'Y'     TO WS-BROWSE-END
                    ELSE
                       ADD 1        TO WS-ENTRY-COUNT
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       MOVE-KEY-FIELDS.
           MOVE WS-WORK-GROUP-ID   TO CG-GROUP-ID
           MOVE WS-WORK-CODE       TO CG-CODE
           MOVE WS-WORK-EFF-DATE   TO CG-EFF-DATE
           .
      *
       MOVE-WORK-FIELDS.
           MOVE WS-ACTION          TO CG-ACTION
           MOVE WS-WORK-NAME       TO CG-GROUP-NAME
           MOVE WS-OPER-ID         TO CG-SET-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CG-SET-DATE
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'Groups DEFINED: '            WS-GROUPS-DEFINED
           DISPLAY 'Groups RENAMED: '            WS-GROUPS-RENAMED
           DISPLAY 'Joins ADDED: '               WS-JOINS-ADDED
           DISPLAY 'Leaves ADDED: '              WS-LEAVES-ADDED
           DISPLAY 'Entries DELETED: '           WS-ENTRIES-REMOVED
           .
      *
