      ***************************************************************
      * CIPRCIMG - CARD PROCESSOR IMAGE RECORD
      * ONE ENTRY PER CARD BOARDED ON THE CARD PROCESSING PLATFORM,
      * KEYED BY CARD NUMBER. IT HOLDS THE STATUS, LIMIT AND EXPIRY
      * THE PROCESSOR IS BELIEVED TO HOLD: THE NIGHTLY FEED SENDS
      * ONLY WHERE THE CICARD MASTER HAS MOVED AWAY FROM IT, AND THE
      * ACKNOWLEDGEMENT APPLY STEP RESETS IT TO WHAT THE PROCESSOR
      * REPORTS BACK, SO A REJECTED OR MIS-APPLIED CHANGE IS SENT
      * AGAIN ON THE NEXT FEED.
      ***************************************************************
       01 CIPRCIMG-REC.
          05 CIPRCIMG-NUMB         PIC 9(16).
          05 CIPRCIMG-APPL-ID      PIC 9(13).
          05 CIPRCIMG-STATUS       PIC 9(03).
          05 CIPRCIMG-LIMIT        PIC 9(08).
          05 CIPRCIMG-EXPIRY-DATE  PIC X(10).
      * BUSINESS DATE AND TYPE OF THE LAST FEED RECORD SENT
          05 CIPRCIMG-SENT-DATE    PIC X(10).
          05 CIPRCIMG-SENT-TYPE    PIC X(01).
          05 CIPRCIMG-ACK-STATE    PIC X(01).
             88 CIPRCIMG-ACK-PENDING   VALUE 'P'.
             88 CIPRCIMG-ACK-ACCEPTED  VALUE 'A'.
             88 CIPRCIMG-ACK-REJECTED  VALUE 'R'.
          05 CIPRCIMG-ACK-DATE     PIC X(10).
          05 CIPRCIMG-REJECT-CODE  PIC X(03).
