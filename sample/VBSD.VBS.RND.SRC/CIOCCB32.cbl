       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB32.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * QUARTERLY PORTFOLIO REVIEW - BUREAU RESPONSE MATCH, RE-SCORE
      * AND ACTION. THE BUREAU ANSWERS THE CIOCCB31 REVIEW EXTRACT
      * ON CIRVRSP (CIBURRSP LAYOUT, ONE ENTRY PER CUSTOMER ID).
      * EVERY ACTIVE PRIMARY CARD IS MATCHED TO ITS CUSTOMER'S
      * RESPONSE AND RE-SCORED ON THE CISCORE SCORECARD (THROUGH
      * CIOCSCOR) WITH THE FRESH CREDIT HISTORY/HOLD AND THE
      * APPLICATION'S OWN SALARY AND DEMOGRAPHICS:
      *   - A NEW CREDIT HOLD (NONE ON THE LAST BUREAU DATA, ONE
      *     NOW) BLOCKS THE CARD WHEN THE RE-SCORE FAILS, AND
      *     OTHERWISE CUTS THE LIMIT TO CIRVCUTP PERCENT OF THE
      *     CURRENT LIMIT (DEFAULT 50) OR THE SCORECARD LIMIT IF
      *     LOWER. THE BLOCK (CIREASON BLOCK 090, DEPARTMENT CREDIT
      *     RISK, NO RELEASE DATE) IS WRITTEN TO CIBLKHST; THE
      *     CARD'S SUPPLEMENTARIES ARE BLOCKED OR CUT WITH IT, AND
      *     AN ACCEPTED OR OUTSTANDING OFFER, OR AN INCREASE WAITING
      *     FOR SUPERVISOR SIGN-OFF, ON THE CARD IS DECLINED,
      *   - WITH NO HOLD, A SCORECARD LIMIT AT LEAST CIRVUPPC
      *     PERCENT (DEFAULT 25) ABOVE THE CURRENT LIMIT IS A STRONG
      *     IMPROVEMENT AND EARNS A PRE-APPROVED CILIMREQ OFFER AT
      *     THE SCORECARD LIMIT, CAPPED AT THE SUPERVISOR SIGN-OFF
      *     THRESHOLD; A CARD WITH A REQUEST ALREADY OPEN GETS NONE,
      *   - ANYTHING ELSE LEAVES THE CARD AS IT IS.
      * EACH BLOCK, CUT AND OFFER IS NOTIFIED THROUGH CINOTIFY
      * (RVBK, RVLC, RVOF). THE FRESH HISTORY/HOLD IS STORED ON THE
      * APPLICATION (LIVE OR ARCHIVED) SO LATER SCORING AND THE NEXT
      * REVIEW START FROM IT. THE CIRVRPT OUTCOME REPORT FOR CREDIT
      * RISK LISTS EVERY CARD ACTED ON OR NOT REVIEWED, THEN COUNTS.
      *
      * EVERY MATCH IS A SORTED TWO-FILE PASS IN THE CIOCCB07 STYLE.
      * THE UPDATED REQUEST FILE (CILIMRQN) IS WRITTEN FOR THE JOB
      * TO SWAP IN, AS CIOCCB19 DOES; CARDS AND APPLICATIONS ARE
      * UPDATED ON THE KEYED MASTERS IN PLACE. A CARD WITH NO
      * BUREAU RESPONSE, OR LEFT UNSCORED FOR WANT OF A SCORECARD,
      * KEEPS ITS OLD BUREAU DATA AND IS PICKED UP NEXT QUARTER.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      CIC0012O MANUAL CREDIT OVERRIDE FLAG
      *2026-10-15    KEVIN      NEW HOLD ALSO DECLINES A REQUEST AT
      *                         PENDING-SUPV
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CICARD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CICARD-NUMB
               ALTERNATE RECORD KEY CICARD-APPL-ID
                   WITH DUPLICATES
               FILE STATUS WS-CARD-STATUS.
           SELECT CIC0012-FILE ASSIGN TO 'CIC0012O'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIC0012O-ID
               ALTERNATE RECORD KEY CIC0012O-STATUS
                   WITH DUPLICATES
               FILE STATUS WS-CIC0012-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'CIARCH'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ARCH-ID
               FILE STATUS WS-ARCH-STATUS.
           SELECT RSP-FILE ASSIGN TO 'CIRVRSP'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RSP-STATUS.
           SELECT LIMREQ-FILE ASSIGN TO 'CILIMREQ'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIMREQ-STATUS.
           SELECT RSPW-FILE ASSIGN TO 'CIRVW2'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RSPW-STATUS.
           SELECT CRDW-FILE ASSIGN TO 'CIRVW3'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CRDW-STATUS.
           SELECT OUT-FILE ASSIGN TO 'CIRVW4'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OUT-STATUS.
           SELECT LRQ-FILE ASSIGN TO 'CIRVW5'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LRQ-STATUS.
           SELECT ACT-FILE ASSIGN TO 'CIRVW6'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ACT-STATUS.
           SELECT NEWR-FILE ASSIGN TO 'CILIMRQN'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NEWR-STATUS.
           SELECT HIST-FILE ASSIGN TO 'CIBLKHST'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
           SELECT NTF-FILE ASSIGN TO 'CINOTIFY'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NTF-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CIRVRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT SORTR-FILE ASSIGN TO 'SORTWK01'.
           SELECT SORTC-FILE ASSIGN TO 'SORTWK02'.
           SELECT SORTO-FILE ASSIGN TO 'SORTWK03'.
           SELECT SORTL-FILE ASSIGN TO 'SORTWK04'.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  ARCH-FILE.
       01 ARCH-REC.
          05 ARCH-ID                 PIC 9(13).
          05 ARCH-REST               PIC X(1084).
      *
       FD  RSP-FILE.
       COPY CIBURRSP.
      *
       FD  LIMREQ-FILE.
       COPY CILIMREQ.
      *
       FD  RSPW-FILE.
       01 RSPW-REC.
          05 RSPW-KEY.
             10 RSPW-ID-TYPE         PIC 9(03).
             10 RSPW-ID-NUMBER       PIC X(18).
          05 RSPW-HISTORY            PIC 9(03).
          05 RSPW-HOLD               PIC 9(03).
      *
       FD  CRDW-FILE.
       01 CRDW-REC.
          05 CRDW-KEY.
             10 CRDW-ID-TYPE         PIC 9(03).
             10 CRDW-ID-NUMBER       PIC X(18).
          05 CRDW-CARD-NUMB          PIC 9(16).
          05 CRDW-APPL-ID            PIC 9(13).
          05 CRDW-LIMIT              PIC 9(08).
          05 CRDW-SALARY             PIC 9(08).
          05 CRDW-MOBILE             PIC 9(11).
          05 CRDW-EMAIL              PIC X(40).
          05 CRDW-ACCT-COUNT         PIC 9(03).
          05 CRDW-LIVE-YEARS         PIC 9(03).
          05 CRDW-SERVE-YEARS        PIC 9(03).
          05 CRDW-MARITAL            PIC X(01).
          05 CRDW-HISTORY            PIC 9(03).
          05 CRDW-HOLD               PIC 9(03).
          05 CRDW-APPL-SOURCE        PIC X(01).
      *
       FD  OUT-FILE.
       01 OUT-REC.
          05 OUT-CARD-NUMB           PIC 9(16).
          05 OUT-APPL-ID             PIC 9(13).
          05 OUT-CUR-LIMIT           PIC 9(08).
          05 OUT-NEW-LIMIT           PIC 9(08).
          05 OUT-OLD-HISTORY         PIC 9(03).
          05 OUT-OLD-HOLD            PIC 9(03).
          05 OUT-NEW-HISTORY         PIC 9(03).
          05 OUT-NEW-HOLD            PIC 9(03).
          05 OUT-SCORE               PIC 9(04).
          05 OUT-SCORE-VERSION       PIC 9(03).
          05 OUT-ACTION              PIC X(01).
          05 OUT-APPL-SOURCE         PIC X(01).
          05 OUT-MOBILE              PIC 9(11).
          05 OUT-EMAIL               PIC X(40).
      *
       FD  LRQ-FILE.
       01 LRQ-REC.
          05 LRQ-CARD-NUMB           PIC 9(16).
          05 LRQ-APPL-ID             PIC 9(13).
          05 LRQ-CUR-LIMIT           PIC 9(08).
          05 LRQ-REQ-LIMIT           PIC 9(08).
          05 LRQ-NEW-LIMIT           PIC 9(08).
          05 LRQ-STATUS              PIC X(01).
             88 LRQ-OPEN               VALUE 'P' 'S' 'C'.
             88 LRQ-OFFER              VALUE 'O' 'C'.
             88 LRQ-PENDING-SUPV       VALUE 'S'.
          05 LRQ-REASON              PIC 9(03).
          05 LRQ-SUPV-RESULT         PIC 9(03).
          05 LRQ-SUPV-OPID           PIC X(08).
          05 LRQ-REQ-DATE            PIC X(10).
          05 LRQ-DEC-DATE            PIC X(10).
          05 LRQ-SCORE               PIC 9(04).
          05 LRQ-SCORE-VERSION       PIC 9(03).
      *
      * FINAL OUTCOMES, SAME LAYOUT AS THE SCORING OUTCOMES, AFTER
      * THE OFFERS HAVE BEEN CHECKED AGAINST THE REQUEST FILE
       FD  ACT-FILE.
       01 ACT-REC.
          05 ACT-CARD-NUMB           PIC 9(16).
          05 ACT-APPL-ID             PIC 9(13).
          05 ACT-CUR-LIMIT           PIC 9(08).
          05 ACT-NEW-LIMIT           PIC 9(08).
          05 ACT-OLD-HISTORY         PIC 9(03).
          05 ACT-OLD-HOLD            PIC 9(03).
          05 ACT-NEW-HISTORY         PIC 9(03).
          05 ACT-NEW-HOLD            PIC 9(03).
          05 ACT-SCORE               PIC 9(04).
          05 ACT-SCORE-VERSION       PIC 9(03).
          05 ACT-ACTION              PIC X(01).
             88 ACT-UNCHANGED          VALUE 'U'.
             88 ACT-BLOCK              VALUE 'B'.
             88 ACT-CUT                VALUE 'C'.
             88 ACT-OFFER              VALUE 'O'.
             88 ACT-OFFER-HELD         VALUE 'H'.
             88 ACT-NO-RESPONSE        VALUE 'N'.
             88 ACT-NOT-SCORED         VALUE 'X'.
          05 ACT-APPL-SOURCE         PIC X(01).
             88 ACT-FROM-LIVE          VALUE 'L'.
             88 ACT-FROM-ARCH          VALUE 'A'.
          05 ACT-MOBILE              PIC 9(11).
          05 ACT-EMAIL               PIC X(40).
      *
       FD  NEWR-FILE.
       01 NEWR-REC.
          05 NEWR-CARD-NUMB          PIC 9(16).
          05 NEWR-APPL-ID            PIC 9(13).
          05 NEWR-CUR-LIMIT          PIC 9(08).
          05 NEWR-REQ-LIMIT          PIC 9(08).
          05 NEWR-NEW-LIMIT          PIC 9(08).
          05 NEWR-STATUS             PIC X(01).
          05 NEWR-REASON             PIC 9(03).
          05 NEWR-SUPV-RESULT        PIC 9(03).
          05 NEWR-SUPV-OPID          PIC X(08).
          05 NEWR-REQ-DATE           PIC X(10).
          05 NEWR-DEC-DATE           PIC X(10).
          05 NEWR-SCORE              PIC 9(04).
          05 NEWR-SCORE-VERSION      PIC 9(03).
      *
       FD  HIST-FILE.
       COPY CIBLKHST.
      *
       FD  NTF-FILE.
       COPY CINOTIFY.
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       SD  SORTR-FILE.
       01 SORTR-REC.
          05 SORTR-KEY.
             10 SORTR-ID-TYPE        PIC 9(03).
             10 SORTR-ID-NUMBER      PIC X(18).
          05 SORTR-HISTORY           PIC 9(03).
          05 SORTR-HOLD              PIC 9(03).
      *
       SD  SORTC-FILE.
       01 SORTC-REC.
          05 SORTC-KEY.
             10 SORTC-ID-TYPE        PIC 9(03).
             10 SORTC-ID-NUMBER      PIC X(18).
          05 SORTC-CARD-NUMB         PIC 9(16).
          05 SORTC-APPL-ID           PIC 9(13).
          05 SORTC-LIMIT             PIC 9(08).
          05 SORTC-SALARY            PIC 9(08).
          05 SORTC-MOBILE            PIC 9(11).
          05 SORTC-EMAIL             PIC X(40).
          05 SORTC-ACCT-COUNT        PIC 9(03).
          05 SORTC-LIVE-YEARS        PIC 9(03).
          05 SORTC-SERVE-YEARS       PIC 9(03).
          05 SORTC-MARITAL           PIC X(01).
          05 SORTC-HISTORY           PIC 9(03).
          05 SORTC-HOLD              PIC 9(03).
          05 SORTC-APPL-SOURCE       PIC X(01).
      *
       SD  SORTO-FILE.
       01 SORTO-REC.
          05 SORTO-CARD-NUMB         PIC 9(16).
          05 SORTO-APPL-ID           PIC 9(13).
          05 SORTO-CUR-LIMIT         PIC 9(08).
          05 SORTO-NEW-LIMIT         PIC 9(08).
          05 SORTO-OLD-HISTORY       PIC 9(03).
          05 SORTO-OLD-HOLD          PIC 9(03).
          05 SORTO-NEW-HISTORY       PIC 9(03).
          05 SORTO-NEW-HOLD          PIC 9(03).
          05 SORTO-SCORE             PIC 9(04).
          05 SORTO-SCORE-VERSION     PIC 9(03).
          05 SORTO-ACTION            PIC X(01).
          05 SORTO-APPL-SOURCE       PIC X(01).
          05 SORTO-MOBILE            PIC 9(11).
          05 SORTO-EMAIL             PIC X(40).
      *
       SD  SORTL-FILE.
       01 SORTL-REC.
          05 SORTL-CARD-NUMB         PIC 9(16).
          05 SORTL-REST              PIC X(79).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB32 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB32'.
      * SAME SECOND-LEVEL SIGN-OFF BAR CIOCCB19 APPLIES TO LIMIT
      * INCREASES - A PRE-APPROVED OFFER NEVER GOES ABOVE IT
       01 WS-SUPV-THRESHOLD         PIC 9(08) VALUE 20000.
      * CIREASON BLOCK-CONTEXT REASON AND DEPARTMENT ON A REVIEW
      * BLOCK
       01 WS-REVIEW-BLOCK-RSN       PIC 9(03) VALUE 090.
       01 WS-REVIEW-BLOCK-DEPT      PIC X(10) VALUE 'CREDITRISK'.
      * PERCENT OF THE CURRENT LIMIT KEPT ON A CUT (CIRVCUTP) AND
      * SCORECARD HEADROOM THAT EARNS AN OFFER (CIRVUPPC), BOTH
      * OVERRIDABLE PER RUN
       01 WS-CUT-PCT                PIC 9(03) VALUE 50.
       01 WS-OFFER-PCT              PIC 9(03) VALUE 25.
       01 WS-PARM-X                 PIC X(03).
       01 WS-PARM-IX                PIC 9(02).
       01 WS-PARM-CHAR              PIC X(01).
       01 WS-PARM-DIGIT             PIC 9(01).
       01 WS-PARM-WORK              PIC 9(03).
       01 WS-PARM-BAD-SW            PIC X(01).
          88 WS-PARM-BAD            VALUE 'Y'.
       01 WS-FLAGS.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
          05 WS-ARCH-STATUS         PIC X(02).
             88 WS-ARCH-OK          VALUE '00' '02'.
          05 WS-RSP-STATUS          PIC X(02).
             88 WS-RSP-OK           VALUE '00'.
             88 WS-RSP-EOF          VALUE '10'.
             88 WS-RSP-NOFILE       VALUE '35'.
          05 WS-LIMREQ-STATUS       PIC X(02).
             88 WS-LIMREQ-OK        VALUE '00'.
             88 WS-LIMREQ-EOF       VALUE '10'.
             88 WS-LIMREQ-NOFILE    VALUE '35'.
          05 WS-RSPW-STATUS         PIC X(02).
             88 WS-RSPW-OK          VALUE '00'.
          05 WS-CRDW-STATUS         PIC X(02).
             88 WS-CRDW-OK          VALUE '00'.
          05 WS-OUT-STATUS          PIC X(02).
             88 WS-OUT-OK           VALUE '00'.
          05 WS-LRQ-STATUS          PIC X(02).
             88 WS-LRQ-OK           VALUE '00'.
          05 WS-ACT-STATUS          PIC X(02).
             88 WS-ACT-OK           VALUE '00'.
          05 WS-NEWR-STATUS         PIC X(02).
             88 WS-NEWR-OK          VALUE '00'.
          05 WS-HIST-STATUS         PIC X(02).
             88 WS-HIST-OK          VALUE '00'.
             88 WS-HIST-NOFILE      VALUE '35'.
          05 WS-NTF-STATUS          PIC X(02).
             88 WS-NTF-OK           VALUE '00'.
             88 WS-NTF-NOFILE       VALUE '35'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-RSP-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-RSP-DONE         VALUE 'Y'.
          05 WS-LIMREQ-EOF-SW       PIC X(01) VALUE 'N'.
             88 WS-LIMREQ-DONE      VALUE 'Y'.
          05 WS-RSPW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-RSPW-DONE        VALUE 'Y'.
          05 WS-CRDW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CRDW-DONE        VALUE 'Y'.
          05 WS-OUT-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-OUT-DONE         VALUE 'Y'.
          05 WS-LRQ-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-LRQ-DONE         VALUE 'Y'.
          05 WS-ACT-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-ACT-DONE         VALUE 'Y'.
          05 WS-SUPP-DONE-SW        PIC X(01) VALUE 'N'.
             88 WS-SUPP-DONE        VALUE 'Y'.
          05 WS-CARD-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-CARD-OPENED      VALUE 'Y'.
          05 WS-APPL-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-APPL-OPEN        VALUE 'Y'.
          05 WS-ARCH-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-ARCH-OPEN        VALUE 'Y'.
          05 WS-APPL-FOUND-SW       PIC X(01).
             88 WS-APPL-FOUND       VALUE 'Y'.
          05 WS-CASCADE-SW          PIC X(01).
             88 WS-CASCADE-BLOCK    VALUE 'B'.
             88 WS-CASCADE-CUT      VALUE 'C'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-NOW-HHMMSS          PIC X(06).
          05 WS-NOW-TIME            PIC X(08).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-COMPUTE-WORK.
          05 WS-NEW-LIMIT           PIC 9(08).
          05 WS-OFFER-FLOOR         PIC 9(10).
          05 WS-SCORE-HEADROOM      PIC 9(10).
       01 WS-NTF-TEMPLATE           PIC X(04).
       01 WS-COUNTERS.
          05 WS-TOTAL-CARDS         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-APPL       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-REVIEWED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-RESPONSE   PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-UNSCORED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-UNCHANGED     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-BLOCKED       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-CUT           PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OFFERED       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OFFER-HELD    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NOT-ACTIVE    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SUPP-BLOCKED  PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SUPP-CUT      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OFFER-DECLINED PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SUPV-DECLINED PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-REFRESHED     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NOTIFIED      PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(32) VALUE
             'PORTFOLIO LIMIT REVIEW AS OF    '.
          05 WS-H1-DATE             PIC X(10).
       01 WS-COLUMN-HEAD.
          05 FILLER                PIC X(40) VALUE
             'CARD NUMBER      OUTCOME          CUR LI'.
          05 FILLER                PIC X(40) VALUE
             'MIT  NEW LIMIT HOLD    HIS SCORE'.
      * ONE LINE PER CARD ACTED ON OR NOT REVIEWED
       01 WS-DETAIL-LINE.
          05 WS-DL-CARD-NUMB        PIC 9(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-OUTCOME          PIC X(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-CUR-LIMIT        PIC ZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-NEW-LIMIT        PIC ZZ,ZZZ,ZZ9.
          05 WS-DL-NEW-LIMIT-X REDEFINES WS-DL-NEW-LIMIT
                                    PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-OLD-HOLD         PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '>'.
          05 WS-DL-NEW-HOLD         PIC 9(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-NEW-HISTORY      PIC 9(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-SCORE            PIC ZZZZ9.
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL           PIC X(36).
          05 WS-SUM-COUNT           PIC ZZZ,ZZ9.
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *CREDIT SCORECARD CALL PARAMETER AREA
       01 WS-SCORE-AREA.
       COPY CISCWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
      *
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INIT
               THRU 1000-INIT-EXIT
            PERFORM 2000-SORT-RESPONSES
               THRU 2000-SORT-RESPONSES-EXIT
            PERFORM 3000-SORT-CARDHOLDERS
               THRU 3000-SORT-CARDHOLDERS-EXIT
            PERFORM 4000-REVIEW-CARDHOLDERS
               THRU 4000-REVIEW-CARDHOLDERS-EXIT
            PERFORM 5000-REBUILD-REQUEST-FILE
               THRU 5000-REBUILD-REQUEST-FILE-EXIT
            PERFORM 6000-APPLY-OUTCOMES
               THRU 6000-APPLY-OUTCOMES-EXIT
            PERFORM 7000-PRINT-TOTALS
               THRU 7000-PRINT-TOTALS-EXIT
            PERFORM 9000-CLEAN-UP
               THRU 9000-CLEAN-UP-EXIT
            STOP RUN
            .
      *
       1000-INIT.
            SET RC-FUNC-START TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE ZERO TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN REFUSED - ' RC-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * THE WORK AND REPLACEMENT RECORDS MIRROR THE CILIMREQ AND
      * CIC0012O LAYOUTS, SO A COPYBOOK GROWN WITHOUT THIS PROGRAM
      * ENDS THE RUN HERE INSTEAD OF TRUNCATING A NEW MASTER
            IF LENGTH OF CILIMREQ-REC NOT = LENGTH OF LRQ-REC
            OR LENGTH OF CILIMREQ-REC NOT = LENGTH OF NEWR-REC
            OR LENGTH OF CILIMREQ-REC NOT = LENGTH OF SORTL-REC
            OR LENGTH OF CIC0012O-REC NOT = LENGTH OF ARCH-REC
            OR LENGTH OF CRDW-REC NOT = LENGTH OF SORTC-REC
            OR LENGTH OF OUT-REC NOT = LENGTH OF SORTO-REC
            OR LENGTH OF OUT-REC NOT = LENGTH OF ACT-REC
               DISPLAY 'CIOCCB32: RECORD LENGTH CHANGED - ADJUST '
                  'WORK/NEW MASTER RECORDS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
            MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
            MOVE '/' TO WS-TODAY-DATE(5:1)
            MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '/' TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-HHMMSS
            MOVE WS-NOW-HHMMSS(1:2) TO WS-NOW-TIME(1:2)
            MOVE ':' TO WS-NOW-TIME(3:1)
            MOVE WS-NOW-HHMMSS(3:2) TO WS-NOW-TIME(4:2)
            MOVE ':' TO WS-NOW-TIME(6:1)
            MOVE WS-NOW-HHMMSS(5:2) TO WS-NOW-TIME(7:2)
            SET BD-FUNC-GET TO TRUE
            CALL 'CIOCBDAT' USING WS-BUSDATE-AREA
            IF BD-OK
               MOVE BD-BUS-DATE TO WS-BUS-DATE
            ELSE
               DISPLAY 'CIOCCB32: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            MOVE SPACES TO WS-PARM-X
            ACCEPT WS-PARM-X FROM ENVIRONMENT 'CIRVCUTP'
            IF WS-PARM-X NOT = SPACES
               PERFORM 1010-PARSE-PERCENT
                  THRU 1010-PARSE-PERCENT-EXIT
               IF WS-PARM-BAD OR WS-PARM-WORK = ZERO
               OR WS-PARM-WORK NOT < 100
                  DISPLAY 'CIOCCB32: CIRVCUTP NOT A PERCENT: '
                     WS-PARM-X ' - DEFAULT ' WS-CUT-PCT ' USED'
               ELSE
                  MOVE WS-PARM-WORK TO WS-CUT-PCT
               END-IF
            END-IF
            MOVE SPACES TO WS-PARM-X
            ACCEPT WS-PARM-X FROM ENVIRONMENT 'CIRVUPPC'
            IF WS-PARM-X NOT = SPACES
               PERFORM 1010-PARSE-PERCENT
                  THRU 1010-PARSE-PERCENT-EXIT
               IF WS-PARM-BAD OR WS-PARM-WORK = ZERO
                  DISPLAY 'CIOCCB32: CIRVUPPC NOT A PERCENT: '
                     WS-PARM-X ' - DEFAULT ' WS-OFFER-PCT ' USED'
               ELSE
                  MOVE WS-PARM-WORK TO WS-OFFER-PCT
               END-IF
            END-IF
            OPEN OUTPUT RPT-FILE
            MOVE WS-BUS-DATE    TO WS-H1-DATE
            MOVE WS-HEADING1    TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES         TO RPT-REC
            WRITE RPT-REC
            MOVE WS-COLUMN-HEAD TO RPT-REC
            WRITE RPT-REC
            .
       1000-INIT-EXIT.
            EXIT.
      *
      * THE JOB MAY SET THE PERCENTAGES LEFT- OR RIGHT-JUSTIFIED, SO
      * THE DIGITS ARE ASSEMBLED ONE BY ONE AND SPACES PASS THROUGH
       1010-PARSE-PERCENT.
            MOVE 'N'  TO WS-PARM-BAD-SW
            MOVE ZERO TO WS-PARM-WORK
            PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                    UNTIL WS-PARM-IX > 3
               MOVE WS-PARM-X(WS-PARM-IX:1) TO WS-PARM-CHAR
               IF WS-PARM-CHAR NOT = SPACE
                  IF WS-PARM-CHAR IS NUMERIC
                     MOVE WS-PARM-CHAR TO WS-PARM-DIGIT
                     COMPUTE WS-PARM-WORK =
                        WS-PARM-WORK * 10 + WS-PARM-DIGIT
                  ELSE
                     SET WS-PARM-BAD TO TRUE
                  END-IF
               END-IF
            END-PERFORM
            .
       1010-PARSE-PERCENT-EXIT.
            EXIT.
      *
       2000-SORT-RESPONSES.
            SORT SORTR-FILE
                 ASCENDING KEY SORTR-KEY
                 INPUT PROCEDURE 2010-RELEASE-RESPONSES
                    THRU 2010-RELEASE-RESPONSES-EXIT
                 GIVING RSPW-FILE
            .
       2000-SORT-RESPONSES-EXIT.
            EXIT.
      *
      * NO RESPONSE FILE YET LEAVES EVERY CARDHOLDER UNANSWERED
       2010-RELEASE-RESPONSES.
            OPEN INPUT RSP-FILE
            IF WS-RSP-NOFILE
               DISPLAY 'CIOCCB32: NO CIRVRSP BUREAU RESPONSE FILE'
               SET WS-RSP-DONE TO TRUE
            ELSE
               IF NOT WS-RSP-OK
                  DISPLAY 'CIOCCB32: RSP-FILE OPEN FAILED '
                     WS-RSP-STATUS
                  SET WS-RSP-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-RSP-DONE
               READ RSP-FILE
                   AT END
                       SET WS-RSP-DONE TO TRUE
                   NOT AT END
                       INITIALIZE SORTR-REC
                       MOVE CIBURRSP-CUST-ID-TYPE TO SORTR-ID-TYPE
                       MOVE CIBURRSP-CUST-ID-NUMBER
                            TO SORTR-ID-NUMBER
                       MOVE CIBURRSP-CREDIT-HISTORY
                            TO SORTR-HISTORY
                       MOVE CIBURRSP-CREDIT-HOLD
                            TO SORTR-HOLD
                       RELEASE SORTR-REC
               END-READ
            END-PERFORM
            IF WS-RSP-OK OR WS-RSP-EOF
               CLOSE RSP-FILE
            END-IF
            .
       2010-RELEASE-RESPONSES-EXIT.
            EXIT.
      *
      * EVERY ACTIVE PRIMARY CARD WITH THE SCORING FACTORS OF ITS
      * APPLICATION, SORTED BY THE CUSTOMER ID THE BUREAU ANSWERS
      * WITH - THE SAME CARDHOLDERS CIOCCB31 SUBMITTED
       3000-SORT-CARDHOLDERS.
            SORT SORTC-FILE
                 ASCENDING KEY SORTC-KEY
                 INPUT PROCEDURE 3010-RELEASE-CARDHOLDERS
                    THRU 3010-RELEASE-CARDHOLDERS-EXIT
                 GIVING CRDW-FILE
            .
       3000-SORT-CARDHOLDERS-EXIT.
            EXIT.
      *
       3010-RELEASE-CARDHOLDERS.
            OPEN INPUT CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB32: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               SET WS-CARD-DONE TO TRUE
            END-IF
            OPEN INPUT CIC0012-FILE
            IF WS-CIC0012-OK
               SET WS-APPL-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB32: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
            END-IF
      * NO ARCHIVE YET (NOTHING HAS AGED OUT) IS NOT AN ERROR
            OPEN INPUT ARCH-FILE
            IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB32: ARCH-FILE NOT OPENED '
                  WS-ARCH-STATUS
            END-IF
            PERFORM UNTIL WS-CARD-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-CARD-DONE TO TRUE
                   NOT AT END
                       IF CICARD-ACTIVE
                       AND CICARD-PRIMARY-NUMB = ZERO
                          PERFORM 3020-RELEASE-ONE-CARDHOLDER
                             THRU 3020-RELEASE-ONE-CARDHOLDER-EXIT
                       END-IF
               END-READ
            END-PERFORM
            CLOSE CARD-FILE
            IF WS-APPL-OPEN
               CLOSE CIC0012-FILE
               MOVE 'N' TO WS-APPL-OPEN-SW
            END-IF
            IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
               MOVE 'N' TO WS-ARCH-OPEN-SW
            END-IF
            .
       3010-RELEASE-CARDHOLDERS-EXIT.
            EXIT.
      *
      * THE LIVE FILE FIRST; AN APPLICATION ARCHIVED BY CIOCCB10
      * WHOSE CARD IS STILL LIVE IS READ BACK FROM CIARCH. THE
      * SORT RECORD IS BUILT DIRECTLY - THE CRDW FILE IS NOT OPEN
      * INSIDE THIS INPUT PROCEDURE
       3020-RELEASE-ONE-CARDHOLDER.
            ADD 1 TO WS-TOTAL-CARDS
            INITIALIZE SORTC-REC
            MOVE 'N' TO WS-APPL-FOUND-SW
            IF WS-APPL-OPEN
               MOVE CICARD-APPL-ID TO CIC0012O-ID
               READ CIC0012-FILE
                   KEY IS CIC0012O-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPL-FOUND TO TRUE
                       MOVE 'L' TO SORTC-APPL-SOURCE
               END-READ
            END-IF
            IF NOT WS-APPL-FOUND AND WS-ARCH-OPEN
               MOVE CICARD-APPL-ID TO ARCH-ID
               READ ARCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCH-REC TO CIC0012O-REC
                       SET WS-APPL-FOUND TO TRUE
                       MOVE 'A' TO SORTC-APPL-SOURCE
               END-READ
            END-IF
            IF NOT WS-APPL-FOUND
               ADD 1 TO WS-TOTAL-NO-APPL
               DISPLAY 'CIOCCB32: NO APPLICATION FOR CARD '
                  CICARD-NUMB ' - NOT REVIEWED'
               GO TO 3020-RELEASE-ONE-CARDHOLDER-EXIT
            END-IF
            MOVE CIC0012O-CUST-ID-TYPE     TO SORTC-ID-TYPE
            MOVE CIC0012O-CUST-ID-NUMBER   TO SORTC-ID-NUMBER
            MOVE CICARD-NUMB               TO SORTC-CARD-NUMB
            MOVE CICARD-APPL-ID            TO SORTC-APPL-ID
            MOVE CICARD-LIMIT              TO SORTC-LIMIT
            MOVE CIC0012O-ANNUAL-SALARY    TO SORTC-SALARY
            MOVE CIC0012O-MOBILE           TO SORTC-MOBILE
            MOVE CIC0012O-EMAIL            TO SORTC-EMAIL
            MOVE CIC0012O-ACCT-COUNT       TO SORTC-ACCT-COUNT
            MOVE CIC0012O-LIVE-YEARS       TO SORTC-LIVE-YEARS
            MOVE CIC0012O-COMPANY-SERVE-YEAR
                 TO SORTC-SERVE-YEARS
            MOVE CIC0012O-MARITAL-STATUS   TO SORTC-MARITAL
            MOVE CIC0012O-CREDIT-HISTORY   TO SORTC-HISTORY
            MOVE CIC0012O-CREDIT-HOLD      TO SORTC-HOLD
            RELEASE SORTC-REC
            .
       3020-RELEASE-ONE-CARDHOLDER-EXIT.
            EXIT.
      *
      * THE REVIEW WALK RUNS INSIDE THE OUTCOME SORT SO THE
      * OUTCOMES COME OUT THE OTHER SIDE IN CARD NUMBER ORDER FOR
      * THE REQUEST FILE MERGE
       4000-REVIEW-CARDHOLDERS.
            SORT SORTO-FILE
                 ASCENDING KEY SORTO-CARD-NUMB
                 INPUT PROCEDURE 4010-REVIEW-ALL
                    THRU 4010-REVIEW-ALL-EXIT
                 GIVING OUT-FILE
            .
       4000-REVIEW-CARDHOLDERS-EXIT.
            EXIT.
      *
      * WALKS THE CARDHOLDERS (CUSTOMER ID ORDER) AGAINST THE SORTED
      * BUREAU RESPONSES; A CUSTOMER WITH SEVERAL CARDS MEETS THE
      * SAME RESPONSE FOR EACH OF THEM
       4010-REVIEW-ALL.
            OPEN INPUT CRDW-FILE
            IF NOT WS-CRDW-OK
               DISPLAY 'CIOCCB32: CRDW-FILE OPEN FAILED '
                  WS-CRDW-STATUS
               SET WS-CRDW-DONE TO TRUE
            END-IF
            OPEN INPUT RSPW-FILE
            IF NOT WS-RSPW-OK
               DISPLAY 'CIOCCB32: RSPW-FILE OPEN FAILED '
                  WS-RSPW-STATUS
               SET WS-RSPW-DONE TO TRUE
            END-IF
            IF NOT WS-RSPW-DONE
               PERFORM 4040-READ-RESPONSE
                  THRU 4040-READ-RESPONSE-EXIT
            END-IF
            PERFORM UNTIL WS-CRDW-DONE
               READ CRDW-FILE
                   AT END
                       SET WS-CRDW-DONE TO TRUE
                   NOT AT END
                       PERFORM 4020-REVIEW-ONE
                          THRU 4020-REVIEW-ONE-EXIT
                       RELEASE SORTO-REC
               END-READ
            END-PERFORM
            CLOSE CRDW-FILE
            CLOSE RSPW-FILE
            .
       4010-REVIEW-ALL-EXIT.
            EXIT.
      *
      * THE OUTCOME IS BUILT STRAIGHT IN THE SORT RECORD AND
      * RELEASED BY THE CALLER - THE OUT FILE IS NOT OPEN INSIDE
      * THIS INPUT PROCEDURE
       4020-REVIEW-ONE.
            INITIALIZE SORTO-REC
            MOVE CRDW-CARD-NUMB   TO SORTO-CARD-NUMB
            MOVE CRDW-APPL-ID     TO SORTO-APPL-ID
            MOVE CRDW-LIMIT       TO SORTO-CUR-LIMIT
            MOVE CRDW-HISTORY     TO SORTO-OLD-HISTORY
            MOVE CRDW-HOLD        TO SORTO-OLD-HOLD
            MOVE CRDW-APPL-SOURCE TO SORTO-APPL-SOURCE
            MOVE CRDW-MOBILE      TO SORTO-MOBILE
            MOVE CRDW-EMAIL       TO SORTO-EMAIL
            PERFORM UNTIL WS-RSPW-DONE
                    OR RSPW-KEY >= CRDW-KEY
               PERFORM 4040-READ-RESPONSE
                  THRU 4040-READ-RESPONSE-EXIT
            END-PERFORM
            IF WS-RSPW-DONE
            OR RSPW-KEY NOT = CRDW-KEY
               MOVE 'N' TO SORTO-ACTION
               GO TO 4020-REVIEW-ONE-EXIT
            END-IF
            MOVE RSPW-HISTORY TO SORTO-NEW-HISTORY
            MOVE RSPW-HOLD    TO SORTO-NEW-HOLD
            MOVE WS-BUS-DATE      TO SC-AS-OF-DATE
            MOVE CRDW-SALARY      TO SC-SALARY
            MOVE RSPW-HISTORY     TO SC-CREDIT-HISTORY
            MOVE RSPW-HOLD        TO SC-CREDIT-HOLD
            MOVE CRDW-ACCT-COUNT  TO SC-ACCT-COUNT
            MOVE CRDW-LIVE-YEARS  TO SC-LIVE-YEARS
            MOVE CRDW-SERVE-YEARS TO SC-SERVE-YEARS
            MOVE CRDW-MARITAL     TO SC-MARITAL-STATUS
            CALL 'CIOCSCOR' USING WS-SCORE-AREA
            IF SC-FAILED
               DISPLAY 'CIOCCB32: NOT SCORED CARD ' CRDW-CARD-NUMB
                  ' - ' SC-MSG
               MOVE 'X' TO SORTO-ACTION
               GO TO 4020-REVIEW-ONE-EXIT
            END-IF
            MOVE SC-SCORE   TO SORTO-SCORE
            MOVE SC-VERSION TO SORTO-SCORE-VERSION
            MOVE 'U' TO SORTO-ACTION
            EVALUATE TRUE
                WHEN RSPW-HOLD NOT = ZERO
                AND CRDW-HOLD = ZERO
                     PERFORM 4050-ACT-ON-NEW-HOLD
                        THRU 4050-ACT-ON-NEW-HOLD-EXIT
                WHEN RSPW-HOLD = ZERO
                     PERFORM 4060-CHECK-FOR-OFFER
                        THRU 4060-CHECK-FOR-OFFER-EXIT
            END-EVALUATE
            .
       4020-REVIEW-ONE-EXIT.
            EXIT.
      *
       4040-READ-RESPONSE.
            READ RSPW-FILE
                AT END
                    SET WS-RSPW-DONE TO TRUE
            END-READ
            .
       4040-READ-RESPONSE-EXIT.
            EXIT.
      *
      * A CARDHOLDER WHO NO LONGER PASSES THE SCORECARD LOSES THE
      * USE OF THE CARD; ONE WHO STILL PASSES KEEPS IT ON A LOWER
      * LIMIT. A CUT THAT WOULD LEAVE NOTHING IS A BLOCK
       4050-ACT-ON-NEW-HOLD.
            IF NOT SC-PASSED
               MOVE 'B' TO SORTO-ACTION
               GO TO 4050-ACT-ON-NEW-HOLD-EXIT
            END-IF
            COMPUTE WS-NEW-LIMIT = CRDW-LIMIT * WS-CUT-PCT / 100
            IF SC-LIMIT < WS-NEW-LIMIT
               MOVE SC-LIMIT TO WS-NEW-LIMIT
            END-IF
            EVALUATE TRUE
                WHEN WS-NEW-LIMIT = ZERO
                     MOVE 'B' TO SORTO-ACTION
                WHEN WS-NEW-LIMIT < CRDW-LIMIT
                     MOVE 'C' TO SORTO-ACTION
                     MOVE WS-NEW-LIMIT TO SORTO-NEW-LIMIT
            END-EVALUATE
            .
       4050-ACT-ON-NEW-HOLD-EXIT.
            EXIT.
      *
      * A STRONG IMPROVEMENT IS A SCORECARD LIMIT AT LEAST THE OFFER
      * PERCENTAGE ABOVE WHAT THE CARDHOLDER HAS TODAY
       4060-CHECK-FOR-OFFER.
            IF NOT SC-PASSED
               GO TO 4060-CHECK-FOR-OFFER-EXIT
            END-IF
            COMPUTE WS-SCORE-HEADROOM = SC-LIMIT * 100
            COMPUTE WS-OFFER-FLOOR =
               CRDW-LIMIT * (100 + WS-OFFER-PCT)
            IF WS-SCORE-HEADROOM < WS-OFFER-FLOOR
               GO TO 4060-CHECK-FOR-OFFER-EXIT
            END-IF
            MOVE SC-LIMIT TO WS-NEW-LIMIT
            IF WS-NEW-LIMIT > WS-SUPV-THRESHOLD
               MOVE WS-SUPV-THRESHOLD TO WS-NEW-LIMIT
            END-IF
            IF WS-NEW-LIMIT > CRDW-LIMIT
               MOVE 'O' TO SORTO-ACTION
               MOVE WS-NEW-LIMIT TO SORTO-NEW-LIMIT
            END-IF
            .
       4060-CHECK-FOR-OFFER-EXIT.
            EXIT.
      *
      * THE WHOLE REQUEST FILE IS SORTED BY CARD NUMBER AND MERGED
      * WITH THE OUTCOMES: AN OFFER GOES ON THE FILE UNLESS A
      * REQUEST IS ALREADY OPEN FOR THE CARD, A BLOCK OR CUT
      * DECLINES AN OFFER STILL ON THE FILE, EVERYTHING ELSE GOES
      * OUT AS IT CAME IN
       5000-REBUILD-REQUEST-FILE.
            SORT SORTL-FILE
                 ASCENDING KEY SORTL-CARD-NUMB
                 INPUT PROCEDURE 5010-RELEASE-ALL-REQUESTS
                    THRU 5010-RELEASE-ALL-REQUESTS-EXIT
                 GIVING LRQ-FILE
            PERFORM 5100-MERGE-OUTCOMES
               THRU 5100-MERGE-OUTCOMES-EXIT
            .
       5000-REBUILD-REQUEST-FILE-EXIT.
            EXIT.
      *
       5010-RELEASE-ALL-REQUESTS.
            OPEN INPUT LIMREQ-FILE
            IF WS-LIMREQ-NOFILE
      * NO REQUEST HAS EVER BEEN CAPTURED - THE OFFERS START IT
               SET WS-LIMREQ-DONE TO TRUE
            ELSE
               IF NOT WS-LIMREQ-OK
                  DISPLAY 'CIOCCB32: LIMREQ-FILE OPEN FAILED '
                     WS-LIMREQ-STATUS
                  SET WS-LIMREQ-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-LIMREQ-DONE
               READ LIMREQ-FILE
                   AT END
                       SET WS-LIMREQ-DONE TO TRUE
                   NOT AT END
                       MOVE CILIMREQ-REC TO SORTL-REC
                       RELEASE SORTL-REC
               END-READ
            END-PERFORM
            IF WS-LIMREQ-OK OR WS-LIMREQ-EOF
               CLOSE LIMREQ-FILE
            END-IF
            .
       5010-RELEASE-ALL-REQUESTS-EXIT.
            EXIT.
      *
       5100-MERGE-OUTCOMES.
            OPEN INPUT LRQ-FILE
            IF NOT WS-LRQ-OK
               DISPLAY 'CIOCCB32: LRQ-FILE OPEN FAILED '
                  WS-LRQ-STATUS
               SET WS-LRQ-DONE TO TRUE
            END-IF
            OPEN INPUT OUT-FILE
            IF NOT WS-OUT-OK
               DISPLAY 'CIOCCB32: OUT-FILE OPEN FAILED '
                  WS-OUT-STATUS
               SET WS-OUT-DONE TO TRUE
            END-IF
            OPEN OUTPUT NEWR-FILE
            IF NOT WS-NEWR-OK
               DISPLAY 'CIOCCB32: NEWR-FILE OPEN FAILED '
                  WS-NEWR-STATUS
            END-IF
            OPEN OUTPUT ACT-FILE
            IF NOT WS-LRQ-DONE
               PERFORM 5160-READ-REQUEST
                  THRU 5160-READ-REQUEST-EXIT
            END-IF
            IF NOT WS-OUT-DONE
               PERFORM 5170-READ-OUTCOME
                  THRU 5170-READ-OUTCOME-EXIT
            END-IF
            PERFORM 5110-MERGE-ONE
               THRU 5110-MERGE-ONE-EXIT
              UNTIL WS-LRQ-DONE AND WS-OUT-DONE
            CLOSE LRQ-FILE
            CLOSE OUT-FILE
            CLOSE NEWR-FILE
            CLOSE ACT-FILE
            .
       5100-MERGE-OUTCOMES-EXIT.
            EXIT.
      *
       5110-MERGE-ONE.
            EVALUATE TRUE
                WHEN WS-OUT-DONE
                     MOVE LRQ-REC TO NEWR-REC
                     WRITE NEWR-REC
                     PERFORM 5160-READ-REQUEST
                        THRU 5160-READ-REQUEST-EXIT
                WHEN WS-LRQ-DONE
                     PERFORM 5120-OUTCOME-ALONE
                        THRU 5120-OUTCOME-ALONE-EXIT
                     PERFORM 5170-READ-OUTCOME
                        THRU 5170-READ-OUTCOME-EXIT
                WHEN LRQ-CARD-NUMB < OUT-CARD-NUMB
                     MOVE LRQ-REC TO NEWR-REC
                     WRITE NEWR-REC
                     PERFORM 5160-READ-REQUEST
                        THRU 5160-READ-REQUEST-EXIT
                WHEN LRQ-CARD-NUMB > OUT-CARD-NUMB
                     PERFORM 5120-OUTCOME-ALONE
                        THRU 5120-OUTCOME-ALONE-EXIT
                     PERFORM 5170-READ-OUTCOME
                        THRU 5170-READ-OUTCOME-EXIT
                WHEN OTHER
                     PERFORM 5130-OUTCOME-WITH-REQUEST
                        THRU 5130-OUTCOME-WITH-REQUEST-EXIT
                     PERFORM 5160-READ-REQUEST
                        THRU 5160-READ-REQUEST-EXIT
                     PERFORM 5170-READ-OUTCOME
                        THRU 5170-READ-OUTCOME-EXIT
            END-EVALUATE
            .
       5110-MERGE-ONE-EXIT.
            EXIT.
      *
      * NO REQUEST ON FILE FOR THE CARD
       5120-OUTCOME-ALONE.
            IF OUT-ACTION = 'O'
               PERFORM 5140-WRITE-OFFER
                  THRU 5140-WRITE-OFFER-EXIT
            END-IF
            MOVE OUT-REC TO ACT-REC
            WRITE ACT-REC
            .
       5120-OUTCOME-ALONE-EXIT.
            EXIT.
      *
      * AN OPEN REQUEST (INCLUDING AN ACCEPTED OFFER) IS LEFT TO
      * THE SCORING BATCH AND THE NEW OFFER IS HELD BACK; A CLOSED
      * ONE, OR AN OFFER NOT TAKEN UP, IS REPLACED BY THE NEW OFFER.
      * A NEW HOLD DECLINES (REASON 002) AN OUTSTANDING OR ACCEPTED
      * OFFER AND A REQUEST AT PENDING-SUPV, WHOSE SIGN-OFF CIOCCB19
      * WOULD OTHERWISE APPLY WITHOUT A HOLD CHECK. ONLY A REQUEST AT
      * PENDING-SCORE IS LEFT TO CIOCCB19, WHICH DECLINES IT ON THE
      * REFRESHED HOLD WHEN IT SCORES IT
       5130-OUTCOME-WITH-REQUEST.
            MOVE LRQ-REC TO NEWR-REC
            EVALUATE TRUE
                WHEN OUT-ACTION = 'O' AND LRQ-OPEN
                     MOVE 'H' TO OUT-ACTION
                     WRITE NEWR-REC
                WHEN OUT-ACTION = 'O'
                     PERFORM 5140-WRITE-OFFER
                        THRU 5140-WRITE-OFFER-EXIT
                WHEN (OUT-ACTION = 'B' OR OUT-ACTION = 'C')
                AND (LRQ-OFFER OR LRQ-PENDING-SUPV)
                     IF LRQ-OFFER
                        ADD 1 TO WS-TOTAL-OFFER-DECLINED
                     ELSE
                        ADD 1 TO WS-TOTAL-SUPV-DECLINED
                     END-IF
                     MOVE 'D'         TO NEWR-STATUS
                     MOVE 002         TO NEWR-REASON
                     MOVE WS-BUS-DATE TO NEWR-DEC-DATE
                     WRITE NEWR-REC
                WHEN OTHER
                     WRITE NEWR-REC
            END-EVALUATE
            MOVE OUT-REC TO ACT-REC
            WRITE ACT-REC
            .
       5130-OUTCOME-WITH-REQUEST-EXIT.
            EXIT.
      *
      * THE OFFER IS AN APPROVED LIMIT WAITING FOR THE CARDHOLDER:
      * REQUESTED AND NEW LIMIT ARE BOTH THE OFFERED LIMIT
       5140-WRITE-OFFER.
            INITIALIZE NEWR-REC
            MOVE OUT-CARD-NUMB     TO NEWR-CARD-NUMB
            MOVE OUT-APPL-ID       TO NEWR-APPL-ID
            MOVE OUT-CUR-LIMIT     TO NEWR-CUR-LIMIT
            MOVE OUT-NEW-LIMIT     TO NEWR-REQ-LIMIT
            MOVE OUT-NEW-LIMIT     TO NEWR-NEW-LIMIT
            MOVE 'O'               TO NEWR-STATUS
            MOVE WS-BUS-DATE       TO NEWR-REQ-DATE
            MOVE WS-BUS-DATE       TO NEWR-DEC-DATE
            MOVE OUT-SCORE         TO NEWR-SCORE
            MOVE OUT-SCORE-VERSION TO NEWR-SCORE-VERSION
            WRITE NEWR-REC
            .
       5140-WRITE-OFFER-EXIT.
            EXIT.
      *
       5160-READ-REQUEST.
            READ LRQ-FILE
                AT END
                    SET WS-LRQ-DONE TO TRUE
            END-READ
            .
       5160-READ-REQUEST-EXIT.
            EXIT.
      *
       5170-READ-OUTCOME.
            READ OUT-FILE
                AT END
                    SET WS-OUT-DONE TO TRUE
            END-READ
            .
       5170-READ-OUTCOME-EXIT.
            EXIT.
      *
      * EVERY OUTCOME IS APPLIED STRAIGHT ONTO ITS CARD AND
      * APPLICATION THROUGH THE PRIMARY KEYS - NO SORTED MASTER
      * PASS, NO SWAP
       6000-APPLY-OUTCOMES.
            OPEN I-O CARD-FILE
            IF WS-CARD-OK
               SET WS-CARD-OPENED TO TRUE
            ELSE
               DISPLAY 'CIOCCB32: CARD-FILE REOPEN FAILED '
                  WS-CARD-STATUS
               SET WS-ACT-DONE TO TRUE
            END-IF
            OPEN I-O CIC0012-FILE
            IF WS-CIC0012-OK
               SET WS-APPL-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB32: CIC0012-FILE REOPEN FAILED '
                  WS-CIC0012-STATUS
            END-IF
            OPEN I-O ARCH-FILE
            IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
            END-IF
      * FIRST-EVER RUN: THE HISTORY AND NOTIFICATION DATASETS MAY
      * NOT EXIST YET, SO THE EXTEND OPEN COMES BACK 35 AND THE
      * FILE IS CREATED
            OPEN EXTEND HIST-FILE
            IF WS-HIST-NOFILE
               OPEN OUTPUT HIST-FILE
            END-IF
            IF NOT WS-HIST-OK
               DISPLAY 'CIOCCB32: HIST-FILE OPEN FAILED '
                  WS-HIST-STATUS
            END-IF
            OPEN EXTEND NTF-FILE
            IF WS-NTF-NOFILE
               OPEN OUTPUT NTF-FILE
            END-IF
            IF NOT WS-NTF-OK
               DISPLAY 'CIOCCB32: NTF-FILE OPEN FAILED '
                  WS-NTF-STATUS
            END-IF
            OPEN INPUT ACT-FILE
            IF NOT WS-ACT-OK
               DISPLAY 'CIOCCB32: ACT-FILE OPEN FAILED '
                  WS-ACT-STATUS
               SET WS-ACT-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-ACT-DONE
               READ ACT-FILE
                   AT END
                       SET WS-ACT-DONE TO TRUE
                   NOT AT END
                       PERFORM 6010-APPLY-ONE
                          THRU 6010-APPLY-ONE-EXIT
               END-READ
            END-PERFORM
      * THE FILE STATUS STILL HOLDS THE LAST KEYED-READ RESULT
      * (A MISSING CARD LEAVES '23'), SO THE OPEN SWITCHES DECIDE
      * THE CLOSE
            IF WS-CARD-OPENED
               CLOSE CARD-FILE
            END-IF
            IF WS-APPL-OPEN
               CLOSE CIC0012-FILE
            END-IF
            IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
            END-IF
            IF WS-HIST-OK
               CLOSE HIST-FILE
            END-IF
            CLOSE NTF-FILE
            CLOSE ACT-FILE
            .
       6000-APPLY-OUTCOMES-EXIT.
            EXIT.
      *
       6010-APPLY-ONE.
            ADD 1 TO WS-TOTAL-REVIEWED
            MOVE ACT-CARD-NUMB   TO WS-DL-CARD-NUMB
            MOVE ACT-CUR-LIMIT   TO WS-DL-CUR-LIMIT
            MOVE ACT-NEW-LIMIT   TO WS-DL-NEW-LIMIT
            MOVE ACT-OLD-HOLD    TO WS-DL-OLD-HOLD
            MOVE ACT-NEW-HOLD    TO WS-DL-NEW-HOLD
            MOVE ACT-NEW-HISTORY TO WS-DL-NEW-HISTORY
            MOVE ACT-SCORE       TO WS-DL-SCORE
            IF ACT-NEW-LIMIT = ZERO
               MOVE SPACES TO WS-DL-NEW-LIMIT-X
            END-IF
            IF ACT-NO-RESPONSE
               ADD 1 TO WS-TOTAL-NO-RESPONSE
               MOVE 'NO RESPONSE' TO WS-DL-OUTCOME
               PERFORM 6090-WRITE-DETAIL
                  THRU 6090-WRITE-DETAIL-EXIT
               GO TO 6010-APPLY-ONE-EXIT
            END-IF
            IF ACT-NOT-SCORED
               ADD 1 TO WS-TOTAL-UNSCORED
               MOVE 'NOT SCORED' TO WS-DL-OUTCOME
               PERFORM 6090-WRITE-DETAIL
                  THRU 6090-WRITE-DETAIL-EXIT
               GO TO 6010-APPLY-ONE-EXIT
            END-IF
            PERFORM 6020-REFRESH-APPLICATION
               THRU 6020-REFRESH-APPLICATION-EXIT
            EVALUATE TRUE
                WHEN ACT-UNCHANGED
                     ADD 1 TO WS-TOTAL-UNCHANGED
                WHEN ACT-BLOCK
                     PERFORM 6030-BLOCK-CARD
                        THRU 6030-BLOCK-CARD-EXIT
                WHEN ACT-CUT
                     PERFORM 6040-CUT-LIMIT
                        THRU 6040-CUT-LIMIT-EXIT
                WHEN ACT-OFFER
                     ADD 1 TO WS-TOTAL-OFFERED
                     MOVE 'RVOF' TO WS-NTF-TEMPLATE
                     PERFORM 6070-WRITE-NOTIFICATION
                        THRU 6070-WRITE-NOTIFICATION-EXIT
                     MOVE 'INCREASE OFFER' TO WS-DL-OUTCOME
                     PERFORM 6090-WRITE-DETAIL
                        THRU 6090-WRITE-DETAIL-EXIT
                WHEN ACT-OFFER-HELD
                     ADD 1 TO WS-TOTAL-OFFER-HELD
                     MOVE 'OFFER - REQ OPEN' TO WS-DL-OUTCOME
                     PERFORM 6090-WRITE-DETAIL
                        THRU 6090-WRITE-DETAIL-EXIT
            END-EVALUATE
            .
       6010-APPLY-ONE-EXIT.
            EXIT.
      *
      * THE FRESH BUREAU DATA REPLACES WHAT THE APPLICATION WAS
      * DECIDED ON, LIVE OR ARCHIVED, SO THE NEXT REVIEW SEES A HOLD
      * ACTED ON TODAY AS AN OLD ONE
       6020-REFRESH-APPLICATION.
            IF ACT-NEW-HISTORY = ACT-OLD-HISTORY
            AND ACT-NEW-HOLD = ACT-OLD-HOLD
               GO TO 6020-REFRESH-APPLICATION-EXIT
            END-IF
            IF ACT-FROM-LIVE AND WS-APPL-OPEN
               MOVE ACT-APPL-ID TO CIC0012O-ID
               READ CIC0012-FILE
                   KEY IS CIC0012O-ID
                   INVALID KEY
                       DISPLAY 'CIOCCB32: APPLICATION GONE FOR CARD '
                          ACT-CARD-NUMB
                   NOT INVALID KEY
                       MOVE ACT-NEW-HISTORY TO CIC0012O-CREDIT-HISTORY
                       MOVE ACT-NEW-HOLD    TO CIC0012O-CREDIT-HOLD
                       REWRITE CIC0012O-REC
                       ADD 1 TO WS-TOTAL-REFRESHED
               END-READ
            END-IF
            IF ACT-FROM-ARCH AND WS-ARCH-OPEN
               MOVE ACT-APPL-ID TO ARCH-ID
               READ ARCH-FILE
                   INVALID KEY
                       DISPLAY 'CIOCCB32: ARCHIVE GONE FOR CARD '
                          ACT-CARD-NUMB
                   NOT INVALID KEY
                       MOVE ARCH-REC TO CIC0012O-REC
                       MOVE ACT-NEW-HISTORY TO CIC0012O-CREDIT-HISTORY
                       MOVE ACT-NEW-HOLD    TO CIC0012O-CREDIT-HOLD
                       MOVE CIC0012O-REC TO ARCH-REC
                       REWRITE ARCH-REC
                       ADD 1 TO WS-TOTAL-REFRESHED
               END-READ
            END-IF
            .
       6020-REFRESH-APPLICATION-EXIT.
            EXIT.
      *
      * THE CARD MAY HAVE MOVED SINCE THE REVIEW WALK (BLOCKED,
      * REPORTED LOST) - ONLY A CARD STILL ACTIVE IS TOUCHED
       6030-BLOCK-CARD.
            PERFORM 6035-READ-ACTIVE-CARD
               THRU 6035-READ-ACTIVE-CARD-EXIT
            IF NOT WS-APPL-FOUND
               GO TO 6030-BLOCK-CARD-EXIT
            END-IF
            PERFORM 6060-SET-REVIEW-BLOCK
               THRU 6060-SET-REVIEW-BLOCK-EXIT
            IF NOT WS-CARD-OK
               GO TO 6030-BLOCK-CARD-EXIT
            END-IF
            ADD 1 TO WS-TOTAL-BLOCKED
            SET WS-CASCADE-BLOCK TO TRUE
            PERFORM 6050-CASCADE-TO-SUPPS
               THRU 6050-CASCADE-TO-SUPPS-EXIT
            MOVE 'RVBK' TO WS-NTF-TEMPLATE
            PERFORM 6070-WRITE-NOTIFICATION
               THRU 6070-WRITE-NOTIFICATION-EXIT
            MOVE 'BLOCKED - HOLD' TO WS-DL-OUTCOME
            PERFORM 6090-WRITE-DETAIL
               THRU 6090-WRITE-DETAIL-EXIT
            .
       6030-BLOCK-CARD-EXIT.
            EXIT.
      *
      * WS-APPL-FOUND-SW DOUBLES AS THE CARD-USABLE SWITCH HERE
       6035-READ-ACTIVE-CARD.
            MOVE 'N' TO WS-APPL-FOUND-SW
            MOVE ACT-CARD-NUMB TO CICARD-NUMB
            READ CARD-FILE
                INVALID KEY
                    ADD 1 TO WS-TOTAL-NOT-ACTIVE
                    MOVE 'CARD NOT ON FILE' TO WS-DL-OUTCOME
                    PERFORM 6090-WRITE-DETAIL
                       THRU 6090-WRITE-DETAIL-EXIT
                    GO TO 6035-READ-ACTIVE-CARD-EXIT
            END-READ
            IF NOT CICARD-ACTIVE
               ADD 1 TO WS-TOTAL-NOT-ACTIVE
               MOVE 'NO LONGER ACTIVE' TO WS-DL-OUTCOME
               PERFORM 6090-WRITE-DETAIL
                  THRU 6090-WRITE-DETAIL-EXIT
               GO TO 6035-READ-ACTIVE-CARD-EXIT
            END-IF
            SET WS-APPL-FOUND TO TRUE
            .
       6035-READ-ACTIVE-CARD-EXIT.
            EXIT.
      *
       6040-CUT-LIMIT.
            PERFORM 6035-READ-ACTIVE-CARD
               THRU 6035-READ-ACTIVE-CARD-EXIT
            IF NOT WS-APPL-FOUND
               GO TO 6040-CUT-LIMIT-EXIT
            END-IF
            MOVE ACT-NEW-LIMIT TO CICARD-LIMIT
            REWRITE CICARD-REC
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB32: REWRITE FAILED FOR CARD '
                  CICARD-NUMB ' STATUS ' WS-CARD-STATUS
               GO TO 6040-CUT-LIMIT-EXIT
            END-IF
            ADD 1 TO WS-TOTAL-CUT
            SET WS-CASCADE-CUT TO TRUE
            PERFORM 6050-CASCADE-TO-SUPPS
               THRU 6050-CASCADE-TO-SUPPS-EXIT
            MOVE 'RVLC' TO WS-NTF-TEMPLATE
            PERFORM 6070-WRITE-NOTIFICATION
               THRU 6070-WRITE-NOTIFICATION-EXIT
            MOVE 'LIMIT CUT - HOLD' TO WS-DL-OUTCOME
            PERFORM 6090-WRITE-DETAIL
               THRU 6090-WRITE-DETAIL-EXIT
            .
       6040-CUT-LIMIT-EXIT.
            EXIT.
      *
      * A SUPPLEMENTARY CARRIES ITS PRIMARY'S APPLICATION ID, SO THE
      * APPLICATION-ID PATH OF THE CARD MASTER LEADS TO EVERY ONE
      * THAT HANGS OFF THE CARD JUST BLOCKED OR CUT. A BLOCK TAKES
      * THE ACTIVE ONES WITH THE PRIMARY'S DATE AND REASON, SO THE
      * ONLINE UNBLOCK OF THE PRIMARY RELEASES THEM TOGETHER
       6050-CASCADE-TO-SUPPS.
            MOVE 'N' TO WS-SUPP-DONE-SW
            START CARD-FILE KEY IS = CICARD-APPL-ID
                INVALID KEY
                    SET WS-SUPP-DONE TO TRUE
            END-START
            PERFORM UNTIL WS-SUPP-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-SUPP-DONE TO TRUE
                   NOT AT END
                       IF CICARD-APPL-ID NOT = ACT-APPL-ID
                          SET WS-SUPP-DONE TO TRUE
                       ELSE
                          IF CICARD-PRIMARY-NUMB = ACT-CARD-NUMB
                             PERFORM 6055-CASCADE-ONE-SUPP
                                THRU 6055-CASCADE-ONE-SUPP-EXIT
                          END-IF
                       END-IF
               END-READ
            END-PERFORM
            .
       6050-CASCADE-TO-SUPPS-EXIT.
            EXIT.
      *
       6055-CASCADE-ONE-SUPP.
            IF WS-CASCADE-BLOCK
               IF CICARD-ACTIVE
                  PERFORM 6060-SET-REVIEW-BLOCK
                     THRU 6060-SET-REVIEW-BLOCK-EXIT
                  IF WS-CARD-OK
                     ADD 1 TO WS-TOTAL-SUPP-BLOCKED
                  END-IF
               END-IF
               GO TO 6055-CASCADE-ONE-SUPP-EXIT
            END-IF
            IF (CICARD-ACTIVE OR CICARD-BLOCKED
                OR CICARD-NOT-YET-ISSUED)
            AND CICARD-LIMIT > ACT-NEW-LIMIT
               MOVE ACT-NEW-LIMIT TO CICARD-LIMIT
               REWRITE CICARD-REC
               IF WS-CARD-OK
                  ADD 1 TO WS-TOTAL-SUPP-CUT
               END-IF
            END-IF
            .
       6055-CASCADE-ONE-SUPP-EXIT.
            EXIT.
      *
      * BLOCKS THE CARD IN CICARD-REC UNTIL IT IS LIFTED ONLINE AND
      * APPENDS THE BLOCK TO CIBLKHST AS THE BLOCK SCREEN DOES
       6060-SET-REVIEW-BLOCK.
            SET CICARD-BLOCKED TO TRUE
            MOVE WS-BUS-DATE          TO CICARD-BLOCK-DATE
            MOVE WS-REVIEW-BLOCK-RSN  TO CICARD-BLOCK-REASON
            MOVE SPACES               TO CICARD-BLOCK-RELEASE
            MOVE WS-REVIEW-BLOCK-DEPT TO CICARD-BLOCK-DEPT
            REWRITE CICARD-REC
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB32: REWRITE FAILED FOR CARD '
                  CICARD-NUMB ' STATUS ' WS-CARD-STATUS
               GO TO 6060-SET-REVIEW-BLOCK-EXIT
            END-IF
            INITIALIZE CIBLKHST-REC
            MOVE CICARD-NUMB          TO CIBLKHST-CARD-NUMB
            MOVE WS-BUS-DATE          TO CIBLKHST-DATE
            MOVE WS-NOW-TIME          TO CIBLKHST-TIME
            MOVE 1                    TO CIBLKHST-SEQ
            SET CIBLKHST-BLOCK        TO TRUE
            MOVE CICARD-APPL-ID       TO CIBLKHST-APPL-ID
            MOVE CICARD-BLOCK-REASON  TO CIBLKHST-REASON
            MOVE CICARD-BLOCK-RELEASE TO CIBLKHST-RELEASE-DATE
            MOVE CICARD-BLOCK-DEPT    TO CIBLKHST-DEPT
            MOVE WS-PGM-NAME          TO CIBLKHST-CHG-PGM
            MOVE SPACES               TO CIBLKHST-CHG-OPID
            IF WS-HIST-OK
               WRITE CIBLKHST-REC
            END-IF
            .
       6060-SET-REVIEW-BLOCK-EXIT.
            EXIT.
      *
      * ONE PUSH NOTIFICATION PER CHANGE UNDER THE REVIEW TEMPLATE,
      * SMS TO THE MOBILE WHEN ONE WAS CAPTURED, OTHERWISE EMAIL;
      * NEITHER ON FILE, NO RECORD
       6070-WRITE-NOTIFICATION.
            INITIALIZE CINOTIFY-REC
            MOVE ACT-APPL-ID     TO CINOTIFY-APPL-ID
            MOVE WS-NTF-TEMPLATE TO CINOTIFY-TEMPLATE
            MOVE WS-BUS-DATE     TO CINOTIFY-CREATE-DATE
            SET CINOTIFY-PENDING TO TRUE
            EVALUATE TRUE
                WHEN ACT-MOBILE NOT = ZERO
                     SET CINOTIFY-SMS TO TRUE
                     MOVE ACT-MOBILE TO CINOTIFY-ADDRESS
                     WRITE CINOTIFY-REC
                     ADD 1 TO WS-TOTAL-NOTIFIED
                WHEN ACT-EMAIL NOT = SPACES
                     SET CINOTIFY-EMAIL TO TRUE
                     MOVE ACT-EMAIL TO CINOTIFY-ADDRESS
                     WRITE CINOTIFY-REC
                     ADD 1 TO WS-TOTAL-NOTIFIED
            END-EVALUATE
            .
       6070-WRITE-NOTIFICATION-EXIT.
            EXIT.
      *
       6090-WRITE-DETAIL.
            MOVE WS-DETAIL-LINE TO RPT-REC
            WRITE RPT-REC
            .
       6090-WRITE-DETAIL-EXIT.
            EXIT.
      *
       7000-PRINT-TOTALS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'ACTIVE PRIMARY CARDS'        TO WS-SUM-LABEL
            MOVE WS-TOTAL-CARDS                TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  NO APPLICATION - NOT REVIEWED' TO WS-SUM-LABEL
            MOVE WS-TOTAL-NO-APPL              TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  REVIEWED'                  TO WS-SUM-LABEL
            MOVE WS-TOTAL-REVIEWED             TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    NO BUREAU RESPONSE'      TO WS-SUM-LABEL
            MOVE WS-TOTAL-NO-RESPONSE          TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    NOT SCORED'              TO WS-SUM-LABEL
            MOVE WS-TOTAL-UNSCORED             TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    UNCHANGED'               TO WS-SUM-LABEL
            MOVE WS-TOTAL-UNCHANGED            TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    NEW HOLD - CARD BLOCKED' TO WS-SUM-LABEL
            MOVE WS-TOTAL-BLOCKED              TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    NEW HOLD - LIMIT CUT'    TO WS-SUM-LABEL
            MOVE WS-TOTAL-CUT                  TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    NEW HOLD - CARD NOT ACTIVE' TO WS-SUM-LABEL
            MOVE WS-TOTAL-NOT-ACTIVE           TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    INCREASE OFFERED'        TO WS-SUM-LABEL
            MOVE WS-TOTAL-OFFERED              TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '    OFFER HELD - REQUEST OPEN' TO WS-SUM-LABEL
            MOVE WS-TOTAL-OFFER-HELD           TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'SUPPLEMENTARY CARDS BLOCKED' TO WS-SUM-LABEL
            MOVE WS-TOTAL-SUPP-BLOCKED         TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'SUPPLEMENTARY LIMITS CUT'    TO WS-SUM-LABEL
            MOVE WS-TOTAL-SUPP-CUT             TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'EARLIER OFFERS WITHDRAWN'    TO WS-SUM-LABEL
            MOVE WS-TOTAL-OFFER-DECLINED       TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'INCREASES AWAITING SUPV DECLINED' TO WS-SUM-LABEL
            MOVE WS-TOTAL-SUPV-DECLINED        TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'APPLICATIONS REFRESHED'      TO WS-SUM-LABEL
            MOVE WS-TOTAL-REFRESHED            TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'NOTIFICATIONS WRITTEN'       TO WS-SUM-LABEL
            MOVE WS-TOTAL-NOTIFIED             TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY
               THRU 7010-WRITE-SUMMARY-EXIT
            .
       7000-PRINT-TOTALS-EXIT.
            EXIT.
      *
       7010-WRITE-SUMMARY.
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       7010-WRITE-SUMMARY-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            CLOSE RPT-FILE
            DISPLAY 'CIOCCB32: CARDHOLDERS REVIEWED ' WS-TOTAL-REVIEWED
            DISPLAY 'CIOCCB32: NO BUREAU RESPONSE ' WS-TOTAL-NO-RESPONSE
            DISPLAY 'CIOCCB32: LEFT UNSCORED      ' WS-TOTAL-UNSCORED
            DISPLAY 'CIOCCB32: CARDS BLOCKED      ' WS-TOTAL-BLOCKED
            DISPLAY 'CIOCCB32: LIMITS CUT         ' WS-TOTAL-CUT
            DISPLAY 'CIOCCB32: OFFERS MADE        ' WS-TOTAL-OFFERED
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-REVIEWED TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
      * CARDHOLDERS LEFT UNSCORED FOR WANT OF A SCORECARD, OR NOT
      * TRACEABLE TO AN APPLICATION, ARE A WARNING FOR OPERATIONS
            IF WS-TOTAL-UNSCORED > ZERO
            OR WS-TOTAL-NO-APPL > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
