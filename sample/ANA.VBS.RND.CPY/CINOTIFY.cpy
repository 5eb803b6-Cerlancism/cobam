      * ONE ENTRY PER APPLICATION PER STAGE EVENT, CUT FOR THE
      * SMS/EMAIL GATEWAY EXTRACT. TEMPLATES: CAPT = APPLICATION
      * CAPTURED, CINV = ENTERED CREDIT INVESTIGATION, DECN = FINAL
      * DECISION RECORDED, WDRN = WITHDRAWAL ACKNOWLEDGED; FROM THE
      * QUARTERLY PORTFOLIO REVIEW RVBK = CARD BLOCKED ON A NEW
      * BUREAU HOLD, RVLC = LIMIT REDUCED ON A NEW BUREAU HOLD,
      * RVOF = PRE-APPROVED LIMIT INCREASE OFFERED. THE GATEWAY'S
      * RESPONSE FILE UPDATES THE DELIVERY STATUS OVERNIGHT AND
      * STAMPS THE BUSINESS DATE OF THE OUTCOME; THE DATE GOES BACK
      * TO SPACES WHEN A FAILED ENTRY IS RE-QUEUED AT PENDING.
      ***************************************************************
       01 CINOTIFY-REC.
          05 CINOTIFY-KEY.
             88 CINOTIFY-PENDING       VALUE 'P'.
             88 CINOTIFY-DELIVERED     VALUE 'D'.
             88 CINOTIFY-UNDELIVERED   VALUE 'U'.
          05 CINOTIFY-DLV-DATE     PIC X(10).
