      ***************************************************************
      * CIBLKHST - CARD BLOCK HISTORY RECORD
      * ONE ENTRY PER TEMPORARY BLOCK, ONLINE UNBLOCK OR NIGHTLY
      * AUTOMATIC RELEASE OF A CICARD RECORD. THE BLOCK ENTRY
      * CARRIES THE CIREASON BLOCK-CONTEXT REASON, THE REQUESTED
      * RELEASE DATE (SPACES = UNTIL LIFTED) AND THE REQUESTING
      * DEPARTMENT.
      ***************************************************************
       01 CIBLKHST-REC.
          05 CIBLKHST-KEY.
             10 CIBLKHST-CARD-NUMB PIC 9(16).
             10 CIBLKHST-DATE      PIC X(10).
             10 CIBLKHST-TIME      PIC X(08).
             10 CIBLKHST-SEQ       PIC 9(03).
          05 CIBLKHST-ACTION       PIC X(01).
             88 CIBLKHST-BLOCK         VALUE 'B'.
             88 CIBLKHST-UNBLOCK       VALUE 'U'.
             88 CIBLKHST-AUTO-RELEASE  VALUE 'R'.
          05 CIBLKHST-APPL-ID      PIC 9(13).
          05 CIBLKHST-REASON       PIC 9(03).
          05 CIBLKHST-RELEASE-DATE PIC X(10).
          05 CIBLKHST-DEPT         PIC X(10).
          05 CIBLKHST-CHG-PGM      PIC X(08).
          05 CIBLKHST-CHG-OPID     PIC X(08).
