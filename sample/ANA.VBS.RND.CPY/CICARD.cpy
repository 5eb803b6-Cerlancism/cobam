             88 CICARD-STOLEN          VALUE 004.
             88 CICARD-EXPIRED         VALUE 005.
             88 CICARD-NOT-YET-ISSUED  VALUE 006.
             88 CICARD-CANCELLED       VALUE 007.
          05 CICARD-LIMIT          PIC 9(08).
          05 CICARD-ISSUE-DATE     PIC X(10).
      * STAMPED AT ISSUANCE (ISSUE DATE PLUS THE VALIDITY YEARS);
      * THE CARD THIS ONE REPLACES AFTER A LOST/STOLEN REPORT;
      * ZERO FOR AN ORIGINAL ISSUE
          05 CICARD-REPL-FROM      PIC 9(16).
      * TEMPORARY BLOCK DETAIL, SET BY THE CARD BLOCK SCREEN WHEN
      * THE CARD MOVES TO BLOCKED AND CLEARED WHEN IT IS RELEASED.
      * A RELEASE DATE OF SPACES HOLDS THE BLOCK UNTIL IT IS LIFTED
      * ONLINE; OTHERWISE THE NIGHTLY RELEASE RUN RETURNS THE CARD
      * TO ACTIVE ON THAT BUSINESS DATE
          05 CICARD-BLOCK-DATE     PIC X(10).
          05 CICARD-BLOCK-REASON   PIC 9(03).
          05 CICARD-BLOCK-RELEASE  PIC X(10).
          05 CICARD-BLOCK-DEPT     PIC X(10).
      * SUPPLEMENTARY CARD LINK, SET WHEN THE SUPPLEMENTARY CARD
      * SCREEN ISSUES A CARD UNDER AN ACTIVE PRIMARY: THE PRIMARY
      * CARD WHOSE LIMIT THIS ONE SHARES (ZERO ON A PRIMARY CARD)
      * AND THE PERSON IT IS ISSUED TO. A SUPPLEMENTARY CARRIES THE
      * PRIMARY'S APPLICATION ID, SO THE ADDRESS AND ACCOUNT STAY
      * THE PRIMARY'S; THE HOLDER IS SPACES ON A PRIMARY CARD
          05 CICARD-PRIMARY-NUMB   PIC 9(16).
          05 CICARD-HOLDER.
             10 CICARD-HOLDER-NAME       PIC X(30).
             10 CICARD-HOLDER-ENG-NAME   PIC X(40).
             10 CICARD-HOLDER-ID-TYPE    PIC 9(03).
             10 CICARD-HOLDER-ID-NUMBER  PIC X(18).
             10 CICARD-HOLDER-BIRTH-DATE PIC X(10).
      * STAMPED WHEN THE CARD MOVES TO CANCELLED (007); CANCELLING
      * A PRIMARY CANCELS ITS SUPPLEMENTARIES WITH IT
          05 CICARD-CANCEL-DATE    PIC X(10).
      * THE CIPRODCT CARD PRODUCT THE CARD IS ISSUED ON: PICKED BY
      * LIMIT AT ISSUE, MOVED UP WHEN AN APPROVED INCREASE CROSSES
      * INTO A HIGHER BAND AND RE-CUT ON AT RENEWAL. REPLACEMENT
      * AND SUPPLEMENTARY CARDS CARRY THEIR ORIGINAL'S PRODUCT
          05 CICARD-PRODUCT        PIC X(04).
