      * SUPV FOR SIGN-OFF, AND ON APPROVAL STAMPS THE NEW LIMIT
      * ONTO THE CARD MASTER. A FINAL RECORD (APPROVED/DECLINED)
      * MAY BE OVERWRITTEN BY A FRESH REQUEST FOR THE SAME CARD.
      * THE QUARTERLY PORTFOLIO REVIEW (CIOCCB32) WRITES A PRE-
      * APPROVED OFFER AT OFFERED WITH THE OFFERED LIMIT IN NEW-
      * LIMIT; A REQUEST CAPTURED UP TO THAT LIMIT ACCEPTS IT AND
      * THE SCORING BATCH APPLIES IT WITHOUT A RE-SCORE. AN OFFER
      * NOT TAKEN UP IS OVERWRITTEN LIKE A FINAL RECORD.
      ***************************************************************
       01 CILIMREQ-REC.
          05 CILIMREQ-CARD-NUMB    PIC 9(16).
             88 CILIMREQ-PENDING-SUPV  VALUE 'S'.
             88 CILIMREQ-APPROVED      VALUE 'A'.
             88 CILIMREQ-DECLINED      VALUE 'D'.
             88 CILIMREQ-OFFERED       VALUE 'O'.
             88 CILIMREQ-OFFER-ACCEPTED VALUE 'C'.
          05 CILIMREQ-REASON       PIC 9(03).
          05 CILIMREQ-SUPV-RESULT  PIC 9(03).
          05 CILIMREQ-SUPV-OPID    PIC X(08).
          05 CILIMREQ-REQ-DATE     PIC X(10).
          05 CILIMREQ-DEC-DATE     PIC X(10).
      * CREDIT SCORE AND CISCORE SCORECARD VERSION OF THE DECISION
          05 CILIMREQ-SCORE        PIC 9(04).
          05 CILIMREQ-SCORE-VERSION PIC 9(03).
