           03 :TAG2:-TOTAL-RECOVERED   PIC S9(09) COMP-3.
           03 :TAG2:-SYNTHETIC-FLAG    PIC X(01).
              88 :TAG2:-IS-SYNTHETIC   VALUE 'Y'.
              88 :TAG2:-IS-PROVISIONAL VALUE 'P'.
