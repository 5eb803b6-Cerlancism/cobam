      ***************************************************************
      * CIPRCACK - CARD PROCESSOR ACKNOWLEDGEMENT RECORD
      * RETURNED BY THE CARD PROCESSING PLATFORM FOR EACH CIPRCFED
      * FEED: ONE HEADER NAMING THE FEED DATE ACKNOWLEDGED, ONE
      * DETAIL PER FEED DETAIL RECORD, AND ONE TRAILER. EVERY
      * DETAIL CARRIES THE STATUS AND LIMIT THE PROCESSOR HOLDS FOR
      * THE CARD AFTER APPLYING (OR REJECTING) OUR RECORD.
      ***************************************************************
       01 CIPRCACK-REC.
          05 CIPRCACK-REC-TYPE      PIC X(01).
             88 CIPRCACK-HEADER         VALUE 'H'.
             88 CIPRCACK-DETAIL         VALUE 'D'.
             88 CIPRCACK-TRAILER        VALUE 'T'.
          05 CIPRCACK-DATA          PIC X(79).
          05 CIPRCACK-HDR-DATA REDEFINES CIPRCACK-DATA.
             10 CIPRCACK-HDR-FEED-DATE  PIC X(10).
             10 CIPRCACK-HDR-ACK-DATE   PIC X(10).
             10 FILLER                  PIC X(59).
          05 CIPRCACK-DTL-DATA REDEFINES CIPRCACK-DATA.
             10 CIPRCACK-CARD-NUMB      PIC 9(16).
      * CIPRCFED RECORD TYPE BEING ACKNOWLEDGED (N, L OR S)
             10 CIPRCACK-FED-TYPE       PIC X(01).
             10 CIPRCACK-RESULT         PIC X(01).
                88 CIPRCACK-ACCEPTED       VALUE 'A'.
                88 CIPRCACK-REJECTED       VALUE 'R'.
             10 CIPRCACK-REJECT-CODE    PIC X(03).
             10 CIPRCACK-PRC-STATUS     PIC 9(03).
             10 CIPRCACK-PRC-LIMIT      PIC 9(08).
             10 FILLER                  PIC X(47).
          05 CIPRCACK-TRL-DATA REDEFINES CIPRCACK-DATA.
             10 CIPRCACK-TRL-DTL-COUNT  PIC 9(09).
             10 FILLER                  PIC X(70).
