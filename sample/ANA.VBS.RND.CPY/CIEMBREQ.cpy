      ***************************************************************
      * CIEMBREQ - REPLACEMENT EMBOSSING REQUEST RECORD
      * ONE ENTRY PER REPLACEMENT CARD ISSUED ONLINE AFTER A
      * LOST/STOLEN REPORT, AND PER ACTIVE CARD RE-EMBOSSED UNDER
      * ITS OWN NUMBER AFTER A CARDHOLDER NAME CHANGE. THE NIGHTLY
      * ISSUANCE BATCH CUTS THE CIEMBOSS EXTRACT RECORD FOR EVERY
      * PENDING REQUEST, USING THE NAME AND ADDRESS ON THE
      * ORIGINATING APPLICATION, AND MARKS THE REQUEST DONE.
      ***************************************************************
       01 CIEMBREQ-REC.
          05 CIEMBREQ-CARD-NUMB    PIC 9(16).
