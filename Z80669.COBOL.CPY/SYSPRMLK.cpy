      **** SYSPRMLK AREA ***
      **** CREATED BY GBS ***
      **** ONE SYSPARM LOOKUP THROUGH SUB0015: THE CALLER FILLS THE
      **** PROGRAM, PARAMETER NAME, AS-OF DATE (ZERO = TODAY) AND ITS
      **** COMPILED DEFAULT IN WS-SP-VALUE; IT GETS BACK THE VALUE TO
      **** USE, WHERE IT CAME FROM ('F' SYSPARM, 'D' THE DEFAULT),
      **** THE EFFECTIVE DATE OF THE ENTRY USED AND A READY-MADE
      **** LINE FOR THE REPORT HEADER ***
      **** EXAMPLE:
      *COPY SYSPRMLK.
       01  WS-SYSPRM-DATA.
           03 WS-SP-PROGRAM              PIC X(08) VALUE SPACES.
           03 WS-SP-NAME                 PIC X(20) VALUE SPACES.
           03 WS-SP-AS-OF                PIC 9(08) VALUE ZEROS.
           03 WS-SP-VALUE                PIC S9(09)V9(04) COMP-3
                                                   VALUE ZEROS.
           03 WS-SP-SOURCE               PIC X(01) VALUE SPACE.
              88 WS-SP-FROM-FILE         VALUE 'F'.
              88 WS-SP-FROM-DEFAULT      VALUE 'D'.
           03 WS-SP-EFF-DATE             PIC 9(08) VALUE ZEROS.
           03 WS-SP-TEXT                 PIC X(60) VALUE SPACES.
