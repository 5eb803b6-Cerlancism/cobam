      ***************************************************************
      * CIPRCFED - CARD PROCESSOR OUTBOUND FEED RECORD
      * ONE HEADER, ANY NUMBER OF DETAIL RECORDS AND ONE TRAILER PER
      * NIGHTLY FEED:
      *   H = HEADER: FEED (BUSINESS) DATE AND CREATION STAMP,
      *   N = NEW ACCOUNT: A CARD ISSUED SINCE THE LAST FEED, WITH
      *       THE BILLING CYCLE AND STATEMENT ADDRESS CHOICE FROM
      *       THE ORIGINATING APPLICATION,
      *   L = LIMIT CHANGE: OLD AND NEW CREDIT LIMIT,
      *   S = STATUS CHANGE: OLD AND NEW CICARD STATUS WITH THE
      *       KIND OF CHANGE AND THE CURRENT EXPIRY DATE,
      *   T = TRAILER: COUNTS BY RECORD TYPE, TOTAL RECORDS
      *       INCLUDING HEADER AND TRAILER, AND A HASH TOTAL OF THE
      *       LIMITS ON THE N AND L RECORDS.
      ***************************************************************
       01 CIPRCFED-REC.
          05 CIPRCFED-REC-TYPE      PIC X(01).
             88 CIPRCFED-HEADER         VALUE 'H'.
             88 CIPRCFED-NEW-ACCOUNT    VALUE 'N'.
             88 CIPRCFED-LIMIT-CHANGE   VALUE 'L'.
             88 CIPRCFED-STATUS-CHANGE  VALUE 'S'.
             88 CIPRCFED-TRAILER        VALUE 'T'.
          05 CIPRCFED-DATA          PIC X(199).
          05 CIPRCFED-HDR-DATA REDEFINES CIPRCFED-DATA.
             10 CIPRCFED-HDR-FEED-DATE   PIC X(10).
             10 CIPRCFED-HDR-CREATE-DATE PIC X(10).
             10 CIPRCFED-HDR-CREATE-TIME PIC X(08).
             10 CIPRCFED-HDR-SENDER      PIC X(08).
             10 FILLER                   PIC X(163).
          05 CIPRCFED-DTL-DATA REDEFINES CIPRCFED-DATA.
             10 CIPRCFED-CARD-NUMB      PIC 9(16).
             10 CIPRCFED-APPL-ID        PIC 9(13).
             10 CIPRCFED-EFF-DATE       PIC X(10).
             10 CIPRCFED-DTL-BODY       PIC X(160).
             10 CIPRCFED-ACCT-BODY REDEFINES CIPRCFED-DTL-BODY.
                15 CIPRCFED-ACCT-STATUS      PIC 9(03).
                15 CIPRCFED-ACCT-LIMIT       PIC 9(08).
                15 CIPRCFED-ACCT-ISSUE-DATE  PIC X(10).
                15 CIPRCFED-ACCT-EXPIRY-DATE PIC X(10).
                15 CIPRCFED-ACCT-REPL-FROM   PIC 9(16).
                15 CIPRCFED-ACCT-BILL-TYPE   PIC 9(03).
                15 CIPRCFED-ACCT-BILL-ADDR   PIC 9(03).
                15 CIPRCFED-ACCT-BILL-DATE   PIC 9(02).
                15 CIPRCFED-ACCT-ID-TYPE     PIC 9(03).
                15 CIPRCFED-ACCT-ID-NUMBER   PIC X(18).
                15 CIPRCFED-ACCT-NAME        PIC X(30).
                15 CIPRCFED-ACCT-ENG-NAME    PIC X(40).
      * A SUPPLEMENTARY CARD BOARDS ONTO THE ACCOUNT OF ITS
      * APPLICATION ID, WITH THE HOLDER'S OWN ID AND NAME
                15 CIPRCFED-ACCT-CARD-ROLE   PIC X(01).
                   88 CIPRCFED-ACCT-PRIMARY       VALUE 'P'.
                   88 CIPRCFED-ACCT-SUPPLEMENTARY VALUE 'S'.
                15 FILLER                    PIC X(13).
             10 CIPRCFED-LIM-BODY REDEFINES CIPRCFED-DTL-BODY.
                15 CIPRCFED-LIM-OLD          PIC 9(08).
                15 CIPRCFED-LIM-NEW          PIC 9(08).
                15 FILLER                    PIC X(144).
             10 CIPRCFED-STS-BODY REDEFINES CIPRCFED-DTL-BODY.
                15 CIPRCFED-STS-OLD          PIC 9(03).
                15 CIPRCFED-STS-NEW          PIC 9(03).
                15 CIPRCFED-STS-CHANGE       PIC X(01).
                   88 CIPRCFED-STS-ACTIVATION   VALUE 'A'.
                   88 CIPRCFED-STS-BLOCK        VALUE 'B'.
                   88 CIPRCFED-STS-UNBLOCK      VALUE 'U'.
                   88 CIPRCFED-STS-LOST         VALUE 'L'.
                   88 CIPRCFED-STS-STOLEN       VALUE 'S'.
                   88 CIPRCFED-STS-EXPIRY       VALUE 'E'.
                   88 CIPRCFED-STS-RENEWAL      VALUE 'R'.
                   88 CIPRCFED-STS-CANCEL       VALUE 'C'.
                   88 CIPRCFED-STS-OTHER        VALUE 'O'.
                15 CIPRCFED-STS-EXPIRY-DATE  PIC X(10).
                15 FILLER                    PIC X(143).
          05 CIPRCFED-TRL-DATA REDEFINES CIPRCFED-DATA.
             10 CIPRCFED-TRL-FEED-DATE   PIC X(10).
             10 CIPRCFED-TRL-NEW-COUNT   PIC 9(07).
             10 CIPRCFED-TRL-LIMIT-COUNT PIC 9(07).
             10 CIPRCFED-TRL-STS-COUNT   PIC 9(07).
             10 CIPRCFED-TRL-REC-COUNT   PIC 9(09).
             10 CIPRCFED-TRL-LIMIT-HASH  PIC 9(15).
             10 FILLER                   PIC X(144).
