      **** CNTRYGRP FILE ***
      **** CREATED BY GBS ***
      **** USER-DEFINED COUNTRY GROUPINGS (EU, G7, OECD, INCOME
      **** GROUPS, OUR OWN NEIGHBOURS LIST) WITH EFFECTIVE-DATED
      **** MEMBERSHIP - A COUNTRY MAY SIT IN ANY NUMBER OF GROUPS,
      **** UNLIKE C-REGION. EACH GROUP HAS ONE DEFINITION RECORD
      **** (CODE SPACES, EFF-DATE ZERO, ACTION G) CARRYING ITS NAME,
      **** THEN ONE RECORD PER JOIN OR LEAVE OF A COUNTRY ON A DATE;
      **** A COUNTRY IS A MEMBER ON A DATE WHEN ITS LATEST RECORD
      **** NOT AFTER THAT DATE IS A JOIN. MAINTAINED BY PGRM COV2026,
      **** REPORTED BY PGRM COV2027 ***
      **** EXAMPLE:
      *COPY CNTRYGRP REPLACING     ==:TAG1:== BY CNTRYGRP
      *                            ==:TAG2:== BY CG.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-GROUP-ID        PIC X(08).
              05 :TAG2:-CODE            PIC X(05).
              05 :TAG2:-EFF-DATE        PIC 9(08).
      *    G=GROUP DEFINITION, J=JOINS, L=LEAVES ON EFF-DATE ***
           03 :TAG2:-ACTION             PIC X(01).
              88 :TAG2:-IS-DEFINITION   VALUE 'G'.
              88 :TAG2:-IS-JOIN         VALUE 'J'.
              88 :TAG2:-IS-LEAVE        VALUE 'L'.
      *    THE GROUP'S NAME ON ITS DEFINITION RECORD, A NOTE ON A
      *    JOIN/LEAVE ***
           03 :TAG2:-GROUP-NAME         PIC X(40).
           03 :TAG2:-SET-BY             PIC X(08).
           03 :TAG2:-SET-DATE           PIC 9(08).
