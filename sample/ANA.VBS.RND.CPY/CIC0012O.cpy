               88 CIC0012O-PENDING-MANCRE       VALUE 130.
               88 CIC0012O-APPROVED             VALUE 900.
               88 CIC0012O-DECLINED             VALUE 910.
               88 CIC0012O-WITHDRAWN            VALUE 920.
            05 CIC0012O-ID-TYPE            PIC 9(03).
            05 CIC0012O-ID-NUMBER          PIC X(18).
            05 CIC0012O-LAST-DATE          PIC X(10).
      * TIMES THE BUREAU SUBMISSION WAS RE-CUT AFTER NO RESPONSE;
      * AT THE CONFIGURED MAXIMUM THE NO-HIT PATH TAKES OVER
            05 CIC0012O-BUREAU-RESUB-CNT   PIC 9(02).
      * SET BY THE CIOCCB02 INTAKE CHECK WHEN THE CUSTOMER ID ALREADY
      * HAS ANOTHER OPEN APPLICATION, WHICH IS NAMED ALONGSIDE
            05 CIC0012O-DUP-FLAG           PIC X(01).
               88 CIC0012O-DUPLICATE            VALUE 'Y'.
            05 CIC0012O-DUP-APPL-ID        PIC 9(13).
      * CREDIT SCORE FROM THE CIOCCB04 LIMIT COMPUTE AND THE CISCORE
      * SCORECARD VERSION IT WAS SCORED UNDER
            05 CIC0012O-SCORE              PIC 9(04).
            05 CIC0012O-SCORE-VERSION      PIC 9(03).
      * SET BY THE CIOCCB24 VELOCITY CHECK WHEN THE APPLICATION SHARES
      * A MOBILE, EMAIL, LIVE ADDRESS OR COMPANY ADDRESS WITH TOO MANY
      * OTHER CUSTOMERS' APPLICATIONS; THE REASON IS ON THE CIREASON
      * FRAUD LIST. A REFERRAL HOLDS THE APPLICATION AT INTERVIEW
      * CHECK UNTIL A SUPERVISOR CLEARS IT (C) OR IT IS DECLINED
            05 CIC0012O-FRAUD-FLAG         PIC X(01).
               88 CIC0012O-FRAUD-REFERRED       VALUE 'Y'.
               88 CIC0012O-FRAUD-CLEARED        VALUE 'C'.
            05 CIC0012O-FRAUD-REASON       PIC 9(03).
      * SET BY THE WITHDRAWAL SCREEN WHEN THE APPLICANT CANCELS AN
      * OPEN APPLICATION: WHO TOOK THE CALL, WHEN, THE CIREASON
      * WDRAWL REASON AND THE STAGE THE APPLICATION WAS WITHDRAWN FROM
            05 CIC0012O-WDRAW-ID           PIC X(08).
            05 CIC0012O-WDRAW-DATE         PIC X(10).
            05 CIC0012O-WDRAW-REASON       PIC 9(03).
            05 CIC0012O-WDRAW-FROM-STATUS  PIC 9(03).
      * SET BY THE MANUAL CREDIT DECISION SCREEN WHEN THE REVIEWER
      * OVERRULES THE SCORECARD: R = DECISION OPPOSITE THE COMPUTED
      * RESULT, L = APPROVED ABOVE THE COMPUTED LIMIT. THE REASON IS
      * ON THE CIREASON OVRIDE LIST; BOTH STAY BLANK/ZERO OTHERWISE
            05 CIC0012O-OVRD-FLAG          PIC X(01).
               88 CIC0012O-OVERRIDDEN           VALUE 'R' 'L'.
               88 CIC0012O-OVRD-RESULT          VALUE 'R'.
               88 CIC0012O-OVRD-LIMIT           VALUE 'L'.
            05 CIC0012O-OVRD-REASON        PIC 9(03).
