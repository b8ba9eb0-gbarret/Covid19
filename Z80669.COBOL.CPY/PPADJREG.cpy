      **** PPADJREG FILE ***
      **** CREATED BY GBS ***
      **** PRIOR-PERIOD ADJUSTMENT REGISTER: ONE RECORD PER
      **** RE-CERTIFICATION OF A CLOSED MONTH, WRITTEN BY PGRM
      **** COV1999 WHEN A CHECKER REOPENS A PERCLOSE MONTH+CODE. IT
      **** HOLDS THE FIGURES AS CERTIFIED BEFORE, THE FIGURES
      **** RECOMPUTED FROM COVID19D AND RE-CERTIFIED, WHO DID IT AND
      **** WHY - SO EVERY MOVE OF A PUBLISHED MONTH HAS A PAPER
      **** TRAIL. KEYED MONTH+CODE+SEQUENCE, THE SEQUENCE COUNTING THE
      **** RE-CERTIFICATIONS OF THAT MONTH+CODE FROM 1 ***
      **** EXAMPLE:
      *COPY PPADJREG REPLACING ==:TAG1:== BY PPADJREG
      *                        ==:TAG2:== BY PP.
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
             05 :TAG2:-MONTH           PIC 9(06).
             05 :TAG2:-CODE            PIC X(05).
             05 :TAG2:-SEQ             PIC 9(03).
           03 :TAG2:-RECERT-DATE       PIC 9(08).
           03 :TAG2:-RECERT-TIME       PIC 9(06).
           03 :TAG2:-OPER-ID           PIC X(08).
           03 :TAG2:-REASON            PIC X(40).
      *    THE PERCLOSE FIGURES THE RE-CERTIFICATION REPLACED ***
           03 :TAG2:-OLD-MTH-NEW-CONFIRMED PIC S9(11) COMP-3.
           03 :TAG2:-OLD-MTH-NEW-DEATHS    PIC S9(11) COMP-3.
           03 :TAG2:-OLD-END-TOTAL-CONFIRMED PIC 9(09) COMP-3.
           03 :TAG2:-OLD-END-TOTAL-DEATHS  PIC 9(09) COMP-3.
           03 :TAG2:-OLD-CLOSED-DATE       PIC 9(08) COMP-3.
      *    THE FIGURES RECOMPUTED FROM COVID19D AND NOW CERTIFIED ***
           03 :TAG2:-NEW-MTH-NEW-CONFIRMED PIC S9(11) COMP-3.
           03 :TAG2:-NEW-MTH-NEW-DEATHS    PIC S9(11) COMP-3.
           03 :TAG2:-NEW-END-TOTAL-CONFIRMED PIC 9(09) COMP-3.
           03 :TAG2:-NEW-END-TOTAL-DEATHS  PIC 9(09) COMP-3.
           03 :TAG2:-NEW-CLOSED-DATE       PIC 9(08) COMP-3.
