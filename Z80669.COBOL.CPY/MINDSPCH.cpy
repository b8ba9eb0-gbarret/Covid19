      **** NUMBER CARRIED IN THE SUBMISSION ENVELOPE. THE COV1962
      **** ACKNOWLEDGMENT MATCHER MARKS EACH DISPATCH ACCEPTED OR
      **** ERRORED FROM THE MINISTRY'S NUMBERED ACK FILE AND CHASES
      **** THE ONES STILL UNANSWERED PAST THEIR DEADLINE. PGRM
      **** COV2037 RESUBMITS A DAY RESTATED SINCE IT WAS SENT: THE
      **** CORRECTED ENVELOPE IS REGISTERED NAMING THE ONE IT
      **** REPLACES, AND THAT ONE IS MARKED SUPERSEDED. THE TWO
      **** SEQUENCES TOOK THE RECORD FROM 48 TO 60 BYTES; THE
      **** REGISTER WAS CONVERTED ONCE BY PGRM COV2038, WHICH
      **** UNLOADS THE OLD RECORDS AND RELOADS THEM WITH BOTH
      **** SEQUENCES ZERO ***
      **** EXAMPLE:
      *COPY MINDSPCH REPLACING ==:TAG1:== BY MINDSPCH
      *                        ==:TAG2:== BY MD.
      *    THE COVID19D POSITION DATE THE FILE CARRIES ***
           03 :TAG2:-POSITION-DATE       PIC 9(08).
           03 :TAG2:-RECORD-COUNT        PIC 9(07).
      *    P=AWAITING ACKNOWLEDGMENT, A=ACCEPTED, E=ERRORED,
      *    S=SUPERSEDED BY A CORRECTED ENVELOPE ***
           03 :TAG2:-STATUS              PIC X(01).
              88 :TAG2:-PENDING          VALUE 'P'.
              88 :TAG2:-ACCEPTED         VALUE 'A'.
              88 :TAG2:-ERRORED          VALUE 'E'.
              88 :TAG2:-SUPERSEDED       VALUE 'S'.
           03 :TAG2:-ACK-DATE            PIC 9(08).
      *    THE MINISTRY'S REASON CODE OFF THE ACK LINE ***
           03 :TAG2:-ACK-CODE            PIC X(04).
      *    ON A CORRECTED ENVELOPE, THE SEQUENCE IT REPLACES; ON A
      *    SUPERSEDED ONE, THE SEQUENCE THAT REPLACED IT. ZERO
      *    OTHERWISE ***
           03 :TAG2:-REPLACES-SEQ        PIC 9(06).
           03 :TAG2:-SUPERSEDED-BY       PIC 9(06).
