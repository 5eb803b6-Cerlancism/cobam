      * CIOPPROF - OPERATOR AUTHORIZATION PROFILE RECORD
      * ONE ENTRY PER OPERATOR ID. AN OPERATOR WITH NO ENTRY IS
      * REFUSED EVERY GUARDED FUNCTION. THE AUTHORITY LIMIT CAPS THE
      * COMPUTED LIMIT A SUPERVISOR MAY SIGN OFF. THE INTCHK, REVIEW
      * AND CREINV FLAGS GUARD THE EARLY-STAGE DECISION SCREENS;
      * THE BLOCK FLAG GUARDS THE TEMPORARY CARD BLOCK SCREEN AND
      * THE CUSTCHG FLAG THE CARDHOLDER NAME/ADDRESS CHANGE SCREEN;
      * THE WDRAW FLAG GUARDS THE APPLICATION WITHDRAWAL SCREEN;
      * THE SUPP FLAG GUARDS SUPPLEMENTARY CARD ISSUE AND CARD
      * CANCELLATION.
      ***************************************************************
       01 CIOPPROF-REC.
          05 CIOPPROF-OPID         PIC X(08).
          05 CIOPPROF-AUTH-LIMIT   PIC 9(08).
          05 CIOPPROF-LAST-CHG-DATE PIC X(10).
          05 CIOPPROF-LAST-CHG-OPID PIC X(08).
          05 CIOPPROF-INTCHK-FLAG  PIC X(01).
             88 CIOPPROF-INTCHK-AUTH   VALUE 'Y'.
          05 CIOPPROF-REVIEW-FLAG  PIC X(01).
             88 CIOPPROF-REVIEW-AUTH   VALUE 'Y'.
          05 CIOPPROF-CREINV-FLAG  PIC X(01).
             88 CIOPPROF-CREINV-AUTH   VALUE 'Y'.
          05 CIOPPROF-BLOCK-FLAG   PIC X(01).
             88 CIOPPROF-BLOCK-AUTH    VALUE 'Y'.
          05 CIOPPROF-CUSTCHG-FLAG PIC X(01).
             88 CIOPPROF-CUSTCHG-AUTH  VALUE 'Y'.
          05 CIOPPROF-WDRAW-FLAG   PIC X(01).
             88 CIOPPROF-WDRAW-AUTH    VALUE 'Y'.
          05 CIOPPROF-SUPP-FLAG    PIC X(01).
             88 CIOPPROF-SUPP-AUTH     VALUE 'Y'.
