      **** ALERTCAS FILE ***
      **** CREATED BY GBS ***
      **** ALERT CASE FILE: ONE CASE PER RULE, COUNTRY AND TRIGGER
      **** DATE. OPENED BY SUB0013 THE FIRST TIME COV1915 OR THE
      **** COV1959 RULES ENGINE FIRES AN ALERT; A REPEAT FIRING OF
      **** THE SAME ALERT ON A LATER NIGHT ONLY BUMPS THE FIRING
      **** COUNT AND DATE. ACKNOWLEDGED AND CLOSED BY AN OPERATOR
      **** THROUGH PGRM COV2012; COV2013 ESCALATES THE ONES LEFT
      **** UNACKNOWLEDGED, COV2014 SUMMARISES THE WEEK. COV1915 USES
      **** RULE IDS SPKC (CASES SPIKE) AND SPKD (DEATHS SPIKE) ***
      **** EXAMPLE:
      *COPY ALERTCAS REPLACING ==:TAG1:== BY ALERTCAS
      *                        ==:TAG2:== BY AC.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-RULE-ID         PIC X(04).
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-TRIGGER-DATE    PIC 9(08).
           03 :TAG2:-SOURCE-PGM        PIC X(08).
      *    I=INFO, W=WARNING, C=CRITICAL ***
           03 :TAG2:-SEVERITY          PIC X(01).
           03 :TAG2:-METRIC            PIC X(02).
           03 :TAG2:-VALUE             PIC S9(09) COMP-3.
           03 :TAG2:-THRESHOLD         PIC 9(09) COMP-3.
      *    O=OPEN, A=ACKNOWLEDGED, C=CLOSED ***
           03 :TAG2:-STATUS            PIC X(01).
              88 :TAG2:-IS-OPEN        VALUE 'O'.
              88 :TAG2:-IS-ACKED       VALUE 'A'.
              88 :TAG2:-IS-CLOSED      VALUE 'C'.
           03 :TAG2:-OPENED-DATE       PIC 9(08).
           03 :TAG2:-OPENED-TIME       PIC 9(06).
           03 :TAG2:-LAST-FIRED-DATE   PIC 9(08).
           03 :TAG2:-FIRE-COUNT        PIC 9(05) COMP-3.
           03 :TAG2:-ACK-BY            PIC X(08).
           03 :TAG2:-ACK-DATE          PIC 9(08).
           03 :TAG2:-ACK-TIME          PIC 9(06).
           03 :TAG2:-ACK-COMMENT       PIC X(60).
           03 :TAG2:-CLOSED-BY         PIC X(08).
           03 :TAG2:-CLOSED-DATE       PIC 9(08).
           03 :TAG2:-CLOSED-TIME       PIC 9(06).
           03 :TAG2:-RESOLUTION        PIC X(60).
