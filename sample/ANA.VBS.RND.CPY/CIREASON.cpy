      * ONE ENTRY PER CONTEXT/CODE PAIR. CONTEXTS IN USE:
      *   DECLIN - REFUSE REASONS ON DECISION STAGES AND LETTERS
      *   ADDRVL - ADDRESS VALIDATION REASONS 001-008
      *   BLOCK  - TEMPORARY CARD BLOCK REASONS; 090 = NEW CREDIT
      *            BUREAU HOLD FOUND BY THE PORTFOLIO REVIEW
      *   FRAUD  - VELOCITY CHECK REFERRALS: 001 SHARED MOBILE,
      *            002 SHARED EMAIL, 003 SHARED LIVE ADDRESS,
      *            004 SHARED COMPANY ADDRESS
      *   WDRAWL - APPLICANT WITHDRAWAL REASONS
      *   OVRIDE - MANUAL CREDIT OVERRIDES OF THE SCORECARD
      * THE SHORT DESCRIPTION FITS REPORT COLUMNS; THE LONG
      * DESCRIPTION IS LETTER QUALITY.
      ***************************************************************
