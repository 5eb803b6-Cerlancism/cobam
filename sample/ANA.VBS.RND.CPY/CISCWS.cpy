      ***************************************************************
      * CISCWS - CREDIT SCORECARD CALL PARAMETER AREA
      * COPIED UNDER A CALLER-SUPPLIED 01 LEVEL AND PASSED TO THE
      * CIOCSCOR SUBPROGRAM. THE CALLER FILLS SC-AS-OF-DATE (THE
      * BUSINESS DATE - THE VERSION IN FORCE IS PICKED ONCE PER
      * RUN) AND THE APPLICANT FACTORS; THE SUBPROGRAM ANSWERS:
      *   SC-SCORE / SC-VERSION  - TOTAL POINTS AND THE VERSION
      *                            THAT PRODUCED THEM,
      *   SC-PASSED              - AT OR ABOVE THE CUT-OFF AND THE
      *                            SALARY FLOOR, WITH A NON-ZERO
      *                            MULTIPLIER FOR THE SCORE BAND,
      *   SC-LIMIT               - SALARY X BAND MULTIPLIER, CAPPED
      *                            AT THE BAND MAXIMUM WHEN SET.
      * NO USABLE SCORECARD ANSWERS SC-FAILED WITH THE REASON.
      ***************************************************************
          05 SC-AS-OF-DATE         PIC X(10).
          05 SC-SALARY             PIC 9(08).
          05 SC-CREDIT-HISTORY     PIC 9(03).
          05 SC-CREDIT-HOLD        PIC 9(03).
          05 SC-ACCT-COUNT         PIC 9(03).
          05 SC-LIVE-YEARS         PIC 9(03).
          05 SC-SERVE-YEARS        PIC 9(03).
          05 SC-MARITAL-STATUS     PIC X(01).
          05 SC-VERSION            PIC 9(03).
          05 SC-SCORE              PIC 9(04).
          05 SC-LIMIT              PIC 9(08).
          05 SC-DECISION           PIC X(01).
             88 SC-PASSED              VALUE 'P'.
             88 SC-BELOW-CUTOFF        VALUE 'C'.
             88 SC-BELOW-SALARY        VALUE 'S'.
          05 SC-REPLY              PIC X(01).
             88 SC-OK                  VALUE 'Y'.
             88 SC-FAILED              VALUE 'N'.
          05 SC-MSG                PIC X(40).
