      **** JRNCHAIN AREA ***
      **** CREATED BY GBS ***
      **** COVID19J CHAIN STATE RETURNED BY SUB0014: LINES ON THE
      **** JOURNAL, HOW MANY CARRY A SEAL, THE CURRENT CHAIN HEAD,
      **** THE FIRST BROKEN LINK FOUND BY A VERIFY (ZERO = NONE) AND
      **** THE JRNHEAD ENTRY IT WAS HELD AGAINST ***
      **** EXAMPLE:
      *COPY JRNCHAIN.
       01  WS-JRNCHAIN-DATA.
           03 WS-JC-RECORDS              PIC 9(09) VALUE ZEROS.
           03 WS-JC-SEALED               PIC 9(09) VALUE ZEROS.
           03 WS-JC-HEAD-HASH            PIC X(36) VALUE SPACES.
           03 WS-JC-BREAK-RECNO          PIC 9(09) VALUE ZEROS.
           03 WS-JC-BREAK-REASON         PIC X(50) VALUE SPACES.
           03 WS-JC-HEAD-DATE            PIC 9(08) VALUE ZEROS.
           03 WS-JC-HEAD-RECORDS         PIC 9(09) VALUE ZEROS.
