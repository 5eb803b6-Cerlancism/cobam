       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB28.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * MONTHLY CREDIT PORTFOLIO AND EXPOSURE REPORT FOR MANAGEMENT.
      * EVERY CICARD CARD IS JOINED TO ITS ORIGINATING APPLICATION -
      * ON THE LIVE CIC0012O FILE, OR ON CIARCH WHEN THE APPLICATION
      * HAS ALREADY BEEN ARCHIVED BUT THE CARD IS STILL IN USE - SO
      * THE TOTALS TIE TO THE CARD MASTER. THE REPORT SHOWS:
      *   - CARD COUNT, TOTAL AND AVERAGE CICARD-LIMIT BY CARD STATUS,
      *   - EXPOSURE (THE LIMITS OF ACTIVE, BLOCKED AND NOT-YET-
      *     ISSUED CARDS) BY LIVE PROVINCE, ANNUAL SALARY BAND AND
      *     NATIONALITY. A SUPPLEMENTARY CARD SHARES ITS PRIMARY'S
      *     LIMIT, SO IT IS COUNTED BY STATUS BUT ADDS NO EXPOSURE,
      *   - APPROVALS AND DECLINES OF THE MONTH, WITH THE APPROVAL
      *     RATE, BY THE SAME THREE DIMENSIONS. WITHDRAWN
      *     APPLICATIONS ARE NOT DECISIONS AND DO NOT COUNT,
      *   - THE OPEN-TO-BUY ADDED BY APPROVED CILIMREQ LIMIT
      *     INCREASES IN THE MONTH AGAINST THE MONTH BEFORE.
      * THE REPORT MONTH COMES FROM THE CIRPTMON VARIABLE
      * (YYYY/MM); WHEN UNSET THE BUSINESS MONTH IS REPORTED. CARD
      * STATUS AND EXPOSURE ARE AS THEY STAND ON THE RUN DATE.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      CANCELLED STATUS; SUPPLEMENTARY CARDS
      *                         ADD NO EXPOSURE
      *2026-10-15    KEVIN      CIC0012O MANUAL CREDIT OVERRIDE FLAG
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
           SELECT LIMREQ-FILE ASSIGN TO 'CILIMREQ'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIMREQ-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CIPORRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
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
       FD  LIMREQ-FILE.
       COPY CILIMREQ.
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB28 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB28'.
       01 WS-FLAGS.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
             88 WS-CARD-EOF         VALUE '10'.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
             88 WS-CIC0012-EOF      VALUE '10'.
          05 WS-ARCH-STATUS         PIC X(02).
             88 WS-ARCH-OK          VALUE '00' '02'.
          05 WS-LIMREQ-STATUS       PIC X(02).
             88 WS-LIMREQ-OK        VALUE '00'.
             88 WS-LIMREQ-EOF       VALUE '10'.
             88 WS-LIMREQ-NOFILE    VALUE '35'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-DEC-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-DEC-DONE         VALUE 'Y'.
          05 WS-LIMREQ-EOF-SW       PIC X(01) VALUE 'N'.
             88 WS-LIMREQ-DONE      VALUE 'Y'.
          05 WS-APPL-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-APPL-OPEN        VALUE 'Y'.
          05 WS-ARCH-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-ARCH-OPEN        VALUE 'Y'.
          05 WS-APPL-FOUND-SW       PIC X(01).
             88 WS-APPL-FOUND       VALUE 'Y'.
          05 WS-FOUND-SW            PIC X(01).
             88 WS-FOUND            VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-REPORT-MONTH           PIC X(07).
       01 WS-PRIOR-MONTH.
          05 WS-PM-YYYY             PIC 9(04).
          05 FILLER                 PIC X(01) VALUE '/'.
          05 WS-PM-MM               PIC 9(02).
      * CARDS BY CICARD STATUS 001-007; ENTRY 8 CATCHES ANY OTHER
       01 WS-STATUS-TABLE.
          05 WS-STATUS-ENTRY OCCURS 8 TIMES.
             10 WS-ST-CARDS         PIC 9(07).
             10 WS-ST-LIMIT         PIC 9(13).
       01 WS-STATUS-LABELS.
          05 FILLER                 PIC X(16) VALUE 'ACTIVE'.
          05 FILLER                 PIC X(16) VALUE 'BLOCKED'.
          05 FILLER                 PIC X(16) VALUE 'LOST'.
          05 FILLER                 PIC X(16) VALUE 'STOLEN'.
          05 FILLER                 PIC X(16) VALUE 'EXPIRED'.
          05 FILLER                 PIC X(16) VALUE 'NOT YET ISSUED'.
          05 FILLER                 PIC X(16) VALUE 'CANCELLED'.
          05 FILLER                 PIC X(16) VALUE 'OTHER/UNKNOWN'.
       01 WS-STATUS-LABEL-TABLE REDEFINES WS-STATUS-LABELS.
          05 WS-STATUS-LABEL        PIC X(16) OCCURS 8 TIMES.
       01 WS-SX                     PIC 9(02).
      * ONE ENTRY PER DIMENSION VALUE SEEN: TYPE P = LIVE PROVINCE,
      * S = ANNUAL SALARY BAND, N = NATIONALITY. THE SALARY BANDS
      * ARE LOADED FIRST SO THEY PRINT IN BAND ORDER; A FULL TABLE
      * IS A HARD ERROR, NEVER A SILENT DROP
       01 WS-DIM-LIMIT              PIC 9(03) VALUE 300.
       01 WS-DIM-TABLE.
          05 WS-DIM-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-DIM-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON WS-DIM-COUNT
                INDEXED BY WS-DX.
             10 WS-DM-TYPE          PIC X(01).
             10 WS-DM-VALUE         PIC X(20).
             10 WS-DM-CARDS         PIC 9(07).
             10 WS-DM-EXPOSURE      PIC 9(13).
             10 WS-DM-APPROVED      PIC 9(07).
             10 WS-DM-DECLINED      PIC 9(07).
       01 WS-DIM-KEY.
          05 WS-DK-TYPE             PIC X(01).
          05 WS-DK-VALUE            PIC X(20).
      * WHAT ONE CARD OR ONE DECISION ADDS TO ITS DIMENSION ENTRIES
       01 WS-DIM-ADD.
          05 WS-DA-CARDS            PIC 9(01).
          05 WS-DA-EXPOSURE         PIC 9(08).
          05 WS-DA-APPROVED         PIC 9(01).
          05 WS-DA-DECLINED         PIC 9(01).
       01 WS-PRINT-TYPE             PIC X(01).
       01 WS-INCREASE               PIC 9(08).
       01 WS-OTB-MOVEMENT           PIC S9(13).
       01 WS-COUNTERS.
          05 WS-TOTAL-CARDS         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LIMIT         PIC 9(13) VALUE ZERO.
          05 WS-TOTAL-LIVE-CARDS    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LIVE-SUPP     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-EXPOSURE      PIC 9(13) VALUE ZERO.
          05 WS-TOTAL-FROM-LIVE     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-FROM-ARCH     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-APPL       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-APPROVED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-DECLINED      PIC 9(07) VALUE ZERO.
          05 WS-CUR-INCR-CNT        PIC 9(07) VALUE ZERO.
          05 WS-CUR-INCR-AMT        PIC 9(13) VALUE ZERO.
          05 WS-PRV-INCR-CNT        PIC 9(07) VALUE ZERO.
          05 WS-PRV-INCR-AMT        PIC 9(13) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(37) VALUE
             'CREDIT PORTFOLIO AND EXPOSURE MONTH '.
          05 WS-H1-MONTH            PIC X(07).
          05 FILLER                PIC X(16) VALUE
             '  BUSINESS DATE '.
          05 WS-H1-DATE             PIC X(10).
       01 WS-STATUS-HEAD.
          05 FILLER                PIC X(40) VALUE
             'CARD STATUS        CARDS      TOTAL LIMI'.
          05 FILLER                PIC X(40) VALUE
             'T   AVERAGE LIMIT'.
       01 WS-STATUS-LINE.
          05 WS-SL-LABEL            PIC X(16).
          05 WS-SL-CARDS            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-SL-LIMIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 WS-SL-AVERAGE          PIC ZZ,ZZZ,ZZ9.
       01 WS-DIM-HEAD.
          05 FILLER                PIC X(40) VALUE
             '                     LIVE CARDS      EXP'.
          05 FILLER                PIC X(40) VALUE
             'OSURE APPROVED DECLINED APPR%'.
       01 WS-DIM-LINE.
          05 WS-DL-VALUE            PIC X(20).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-CARDS            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-EXPOSURE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-APPROVED         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-DL-DECLINED         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-RATE             PIC ZZ9.9.
       01 WS-OTB-LINE.
          05 WS-OL-LABEL            PIC X(24).
          05 WS-OL-COUNT            PIC -ZZZ,ZZ9.
          05 FILLER                 PIC X(11) VALUE ' INCREASES '.
          05 WS-OL-AMOUNT           PIC -,---,---,---,--9.
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL           PIC X(30).
          05 WS-SUM-COUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
      *
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INIT
               THRU 1000-INIT-EXIT
            PERFORM 2000-WALK-CARDS
               THRU 2000-WALK-CARDS-EXIT
            PERFORM 3000-TALLY-DECISIONS
               THRU 3000-TALLY-DECISIONS-EXIT
            PERFORM 4000-TALLY-INCREASES
               THRU 4000-TALLY-INCREASES-EXIT
            PERFORM 5000-PRINT-REPORT
               THRU 5000-PRINT-REPORT-EXIT
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
      * AN ARCHIVED APPLICATION IS MOVED INTO THE CIC0012O RECORD,
      * SO AN ARCHIVE LAYOUT LEFT BEHIND ENDS THE RUN HERE
            IF LENGTH OF ARCH-REC NOT = LENGTH OF CIC0012O-REC
               DISPLAY 'CIOCCB28: CIARCH RECORD LENGTH DIFFERS FROM '
                  'CIC0012O - ADJUST ARCH-REC'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
            MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
            MOVE '/' TO WS-TODAY-DATE(5:1)
            MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '/' TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)
            SET BD-FUNC-GET TO TRUE
            CALL 'CIOCBDAT' USING WS-BUSDATE-AREA
            IF BD-OK
               MOVE BD-BUS-DATE TO WS-BUS-DATE
            ELSE
               DISPLAY 'CIOCCB28: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            MOVE SPACES TO WS-REPORT-MONTH
            ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT 'CIRPTMON'
            IF WS-REPORT-MONTH = SPACES
               MOVE WS-BUS-DATE(1:7) TO WS-REPORT-MONTH
            END-IF
            IF WS-REPORT-MONTH(1:4) IS NOT NUMERIC
            OR WS-REPORT-MONTH(6:2) IS NOT NUMERIC
               DISPLAY 'CIOCCB28: CIRPTMON NOT YYYY/MM: '
                  WS-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-REPORT-MONTH(1:4) TO WS-PM-YYYY
            MOVE WS-REPORT-MONTH(6:2) TO WS-PM-MM
            IF WS-PM-MM = 1
               MOVE 12 TO WS-PM-MM
               SUBTRACT 1 FROM WS-PM-YYYY
            ELSE
               SUBTRACT 1 FROM WS-PM-MM
            END-IF
            INITIALIZE WS-STATUS-TABLE
            PERFORM 1010-LOAD-SALARY-BANDS
               THRU 1010-LOAD-SALARY-BANDS-EXIT
      * THE CARD MASTER DRIVES THE REPORT; WITHOUT IT THERE IS
      * NOTHING TO TIE TO
            OPEN INPUT CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB28: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT CIC0012-FILE
            IF WS-CIC0012-OK
               SET WS-APPL-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB28: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
            END-IF
      * NO ARCHIVE YET (NOTHING HAS AGED OUT) IS NOT AN ERROR
            OPEN INPUT ARCH-FILE
            IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB28: ARCH-FILE NOT OPENED '
                  WS-ARCH-STATUS
            END-IF
            .
       1000-INIT-EXIT.
            EXIT.
      *
       1010-LOAD-SALARY-BANDS.
            MOVE 'S' TO WS-DK-TYPE
            MOVE ZERO TO WS-DIM-ADD
            MOVE 'UNDER 300,000'        TO WS-DK-VALUE
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            MOVE '300,000 - 599,999'    TO WS-DK-VALUE
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            MOVE '600,000 - 999,999'    TO WS-DK-VALUE
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            MOVE '1M - 1,999,999'       TO WS-DK-VALUE
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            MOVE '2,000,000 AND OVER'   TO WS-DK-VALUE
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            .
       1010-LOAD-SALARY-BANDS-EXIT.
            EXIT.
      *
       2000-WALK-CARDS.
            PERFORM UNTIL WS-CARD-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-CARD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CARDS
                       PERFORM 2010-TALLY-ONE-CARD
                          THRU 2010-TALLY-ONE-CARD-EXIT
               END-READ
            END-PERFORM
            .
       2000-WALK-CARDS-EXIT.
            EXIT.
      *
      * EVERY CARD COUNTS BY STATUS; ONLY A CARD THAT CAN STILL BE
      * SPENT ON (ACTIVE, BLOCKED, OR ISSUED BUT NOT YET ACTIVE)
      * IS EXPOSURE AND IS SPREAD OVER THE DIMENSIONS
       2010-TALLY-ONE-CARD.
            IF CICARD-STATUS >= 1 AND CICARD-STATUS <= 7
               MOVE CICARD-STATUS TO WS-SX
            ELSE
               MOVE 8 TO WS-SX
            END-IF
            ADD 1            TO WS-ST-CARDS(WS-SX)
            ADD CICARD-LIMIT TO WS-ST-LIMIT(WS-SX)
            ADD CICARD-LIMIT TO WS-TOTAL-LIMIT
            IF NOT (CICARD-ACTIVE OR CICARD-BLOCKED
                    OR CICARD-NOT-YET-ISSUED)
               GO TO 2010-TALLY-ONE-CARD-EXIT
            END-IF
            IF CICARD-PRIMARY-NUMB NOT = ZERO
               ADD 1 TO WS-TOTAL-LIVE-SUPP
               GO TO 2010-TALLY-ONE-CARD-EXIT
            END-IF
            ADD 1            TO WS-TOTAL-LIVE-CARDS
            ADD CICARD-LIMIT TO WS-TOTAL-EXPOSURE
            PERFORM 2020-FIND-APPLICATION
               THRU 2020-FIND-APPLICATION-EXIT
            MOVE ZERO         TO WS-DIM-ADD
            MOVE 1            TO WS-DA-CARDS
            MOVE CICARD-LIMIT TO WS-DA-EXPOSURE
            PERFORM 2050-ADD-DIMENSIONS
               THRU 2050-ADD-DIMENSIONS-EXIT
            .
       2010-TALLY-ONE-CARD-EXIT.
            EXIT.
      *
      * THE LIVE FILE FIRST; AN APPLICATION ARCHIVED BY CIOCCB10
      * WHOSE CARD IS STILL LIVE IS READ BACK FROM CIARCH
       2020-FIND-APPLICATION.
            MOVE 'N' TO WS-APPL-FOUND-SW
            IF WS-APPL-OPEN
               MOVE CICARD-APPL-ID TO CIC0012O-ID
               READ CIC0012-FILE
                   KEY IS CIC0012O-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPL-FOUND TO TRUE
                       ADD 1 TO WS-TOTAL-FROM-LIVE
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
                       ADD 1 TO WS-TOTAL-FROM-ARCH
               END-READ
            END-IF
            IF NOT WS-APPL-FOUND
               ADD 1 TO WS-TOTAL-NO-APPL
            END-IF
            .
       2020-FIND-APPLICATION-EXIT.
            EXIT.
      *
      * THE AMOUNTS IN WS-DIM-ADD GO TO THE PROVINCE, SALARY BAND AND
      * NATIONALITY ENTRIES OF THE APPLICATION IN CIC0012O-REC
       2050-ADD-DIMENSIONS.
            IF NOT WS-APPL-FOUND
               MOVE 'NO APPLICATION' TO WS-DK-VALUE
               MOVE 'P' TO WS-DK-TYPE
               PERFORM 2060-ADD-ONE-DIMENSION
                  THRU 2060-ADD-ONE-DIMENSION-EXIT
               MOVE 'S' TO WS-DK-TYPE
               PERFORM 2060-ADD-ONE-DIMENSION
                  THRU 2060-ADD-ONE-DIMENSION-EXIT
               MOVE 'N' TO WS-DK-TYPE
               PERFORM 2060-ADD-ONE-DIMENSION
                  THRU 2060-ADD-ONE-DIMENSION-EXIT
               GO TO 2050-ADD-DIMENSIONS-EXIT
            END-IF
            MOVE 'P' TO WS-DK-TYPE
            IF CIC0012O-LIVE-PROVINCE = SPACES
               MOVE 'NOT STATED' TO WS-DK-VALUE
            ELSE
               MOVE CIC0012O-LIVE-PROVINCE TO WS-DK-VALUE
            END-IF
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            MOVE 'S' TO WS-DK-TYPE
            EVALUATE TRUE
                WHEN CIC0012O-ANNUAL-SALARY < 300000
                     MOVE 'UNDER 300,000'      TO WS-DK-VALUE
                WHEN CIC0012O-ANNUAL-SALARY < 600000
                     MOVE '300,000 - 599,999'  TO WS-DK-VALUE
                WHEN CIC0012O-ANNUAL-SALARY < 1000000
                     MOVE '600,000 - 999,999'  TO WS-DK-VALUE
                WHEN CIC0012O-ANNUAL-SALARY < 2000000
                     MOVE '1M - 1,999,999'     TO WS-DK-VALUE
                WHEN OTHER
                     MOVE '2,000,000 AND OVER' TO WS-DK-VALUE
            END-EVALUATE
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            MOVE 'N' TO WS-DK-TYPE
            IF CIC0012O-NATIONALITY = SPACES
               MOVE 'NOT STATED' TO WS-DK-VALUE
            ELSE
               MOVE CIC0012O-NATIONALITY TO WS-DK-VALUE
            END-IF
            PERFORM 2060-ADD-ONE-DIMENSION
               THRU 2060-ADD-ONE-DIMENSION-EXIT
            .
       2050-ADD-DIMENSIONS-EXIT.
            EXIT.
      *
       2060-ADD-ONE-DIMENSION.
            MOVE 'N' TO WS-FOUND-SW
            SET WS-DX TO 1
            SEARCH WS-DIM-ENTRY
                AT END
                     CONTINUE
                WHEN WS-DM-TYPE(WS-DX)  = WS-DK-TYPE
                 AND WS-DM-VALUE(WS-DX) = WS-DK-VALUE
                     SET WS-FOUND TO TRUE
            END-SEARCH
            IF NOT WS-FOUND
               IF WS-DIM-COUNT >= WS-DIM-LIMIT
                  DISPLAY 'CIOCCB28: DIMENSION TABLE FULL AT '
                     WS-DIM-LIMIT ' ENTRIES - RUN ABORTED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-DIM-COUNT
               SET WS-DX TO WS-DIM-COUNT
               MOVE WS-DK-TYPE  TO WS-DM-TYPE(WS-DX)
               MOVE WS-DK-VALUE TO WS-DM-VALUE(WS-DX)
               MOVE ZERO TO WS-DM-CARDS(WS-DX)
               MOVE ZERO TO WS-DM-EXPOSURE(WS-DX)
               MOVE ZERO TO WS-DM-APPROVED(WS-DX)
               MOVE ZERO TO WS-DM-DECLINED(WS-DX)
            END-IF
            ADD WS-DA-CARDS    TO WS-DM-CARDS(WS-DX)
            ADD WS-DA-EXPOSURE TO WS-DM-EXPOSURE(WS-DX)
            ADD WS-DA-APPROVED TO WS-DM-APPROVED(WS-DX)
            ADD WS-DA-DECLINED TO WS-DM-DECLINED(WS-DX)
            .
       2060-ADD-ONE-DIMENSION-EXIT.
            EXIT.
      *
      * THE MONTH'S DECISIONS ARE THE APPROVED AND DECLINED
      * APPLICATIONS WHOSE LAST STATUS CHANGE FELL IN THE MONTH, AS
      * CIOCCB20 DATES ITS DECLINES. THE STATUS PATH STARTS AT 900
      * AND STOPS PAST 910, SO WITHDRAWALS ARE NEVER READ.
       3000-TALLY-DECISIONS.
            IF NOT WS-APPL-OPEN
               GO TO 3000-TALLY-DECISIONS-EXIT
            END-IF
            MOVE 900 TO CIC0012O-STATUS
            START CIC0012-FILE KEY IS >= CIC0012O-STATUS
                INVALID KEY
                    SET WS-DEC-DONE TO TRUE
            END-START
            PERFORM UNTIL WS-DEC-DONE
               READ CIC0012-FILE NEXT
                   AT END
                       SET WS-DEC-DONE TO TRUE
                   NOT AT END
                       IF CIC0012O-STATUS > 910
                          SET WS-DEC-DONE TO TRUE
                       ELSE
                          PERFORM 3010-TALLY-ONE-DECISION
                             THRU 3010-TALLY-ONE-DECISION-EXIT
                       END-IF
               END-READ
            END-PERFORM
            .
       3000-TALLY-DECISIONS-EXIT.
            EXIT.
      *
       3010-TALLY-ONE-DECISION.
            IF CIC0012O-LAST-DATE(1:7) NOT = WS-REPORT-MONTH
               GO TO 3010-TALLY-ONE-DECISION-EXIT
            END-IF
            MOVE ZERO TO WS-DIM-ADD
            IF CIC0012O-APPROVED
               ADD 1 TO WS-TOTAL-APPROVED
               MOVE 1 TO WS-DA-APPROVED
            ELSE
               ADD 1 TO WS-TOTAL-DECLINED
               MOVE 1 TO WS-DA-DECLINED
            END-IF
            SET WS-APPL-FOUND TO TRUE
            PERFORM 2050-ADD-DIMENSIONS
               THRU 2050-ADD-DIMENSIONS-EXIT
            .
       3010-TALLY-ONE-DECISION-EXIT.
            EXIT.
      *
      * CILIMREQ KEEPS ONLY THE LATEST REQUEST PER CARD, SO A PRIOR-
      * MONTH INCREASE SUPERSEDED BY A NEWER REQUEST FOR THE SAME
      * CARD NO LONGER SHOWS IN THE PRIOR-MONTH FIGURE
       4000-TALLY-INCREASES.
            OPEN INPUT LIMREQ-FILE
            IF WS-LIMREQ-NOFILE
               SET WS-LIMREQ-DONE TO TRUE
            ELSE
               IF NOT WS-LIMREQ-OK
                  DISPLAY 'CIOCCB28: LIMREQ-FILE OPEN FAILED '
                     WS-LIMREQ-STATUS
                  SET WS-LIMREQ-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-LIMREQ-DONE
               READ LIMREQ-FILE
                   AT END
                       SET WS-LIMREQ-DONE TO TRUE
                   NOT AT END
                       IF CILIMREQ-APPROVED
                       AND CILIMREQ-NEW-LIMIT > CILIMREQ-CUR-LIMIT
                          PERFORM 4010-TALLY-ONE-INCREASE
                             THRU 4010-TALLY-ONE-INCREASE-EXIT
                       END-IF
               END-READ
            END-PERFORM
            IF WS-LIMREQ-OK OR WS-LIMREQ-EOF
               CLOSE LIMREQ-FILE
            END-IF
            .
       4000-TALLY-INCREASES-EXIT.
            EXIT.
      *
       4010-TALLY-ONE-INCREASE.
            COMPUTE WS-INCREASE =
               CILIMREQ-NEW-LIMIT - CILIMREQ-CUR-LIMIT
            EVALUATE CILIMREQ-DEC-DATE(1:7)
                WHEN WS-REPORT-MONTH
                     ADD 1           TO WS-CUR-INCR-CNT
                     ADD WS-INCREASE TO WS-CUR-INCR-AMT
                WHEN WS-PRIOR-MONTH
                     ADD 1           TO WS-PRV-INCR-CNT
                     ADD WS-INCREASE TO WS-PRV-INCR-AMT
            END-EVALUATE
            .
       4010-TALLY-ONE-INCREASE-EXIT.
            EXIT.
      *
       5000-PRINT-REPORT.
            OPEN OUTPUT RPT-FILE
            MOVE WS-REPORT-MONTH TO WS-H1-MONTH
            MOVE WS-BUS-DATE     TO WS-H1-DATE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'CARDS AND LIMITS BY CARD STATUS' TO RPT-REC
            WRITE RPT-REC
            MOVE WS-STATUS-HEAD TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > 8
               MOVE WS-STATUS-LABEL(WS-SX) TO WS-SL-LABEL
               MOVE WS-ST-CARDS(WS-SX)     TO WS-SL-CARDS
               MOVE WS-ST-LIMIT(WS-SX)     TO WS-SL-LIMIT
               IF WS-ST-CARDS(WS-SX) > 0
                  COMPUTE WS-SL-AVERAGE ROUNDED =
                     WS-ST-LIMIT(WS-SX) / WS-ST-CARDS(WS-SX)
               ELSE
                  MOVE ZERO TO WS-SL-AVERAGE
               END-IF
               MOVE WS-STATUS-LINE TO RPT-REC
               WRITE RPT-REC
            END-PERFORM
            MOVE 'ALL CARDS'    TO WS-SL-LABEL
            MOVE WS-TOTAL-CARDS TO WS-SL-CARDS
            MOVE WS-TOTAL-LIMIT TO WS-SL-LIMIT
            IF WS-TOTAL-CARDS > 0
               COMPUTE WS-SL-AVERAGE ROUNDED =
                  WS-TOTAL-LIMIT / WS-TOTAL-CARDS
            ELSE
               MOVE ZERO TO WS-SL-AVERAGE
            END-IF
            MOVE WS-STATUS-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'EXPOSURE AND DECISIONS BY LIVE PROVINCE' TO RPT-REC
            WRITE RPT-REC
            MOVE 'P' TO WS-PRINT-TYPE
            PERFORM 5010-PRINT-DIMENSION
               THRU 5010-PRINT-DIMENSION-EXIT
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'EXPOSURE AND DECISIONS BY ANNUAL SALARY BAND'
                 TO RPT-REC
            WRITE RPT-REC
            MOVE 'S' TO WS-PRINT-TYPE
            PERFORM 5010-PRINT-DIMENSION
               THRU 5010-PRINT-DIMENSION-EXIT
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'EXPOSURE AND DECISIONS BY NATIONALITY' TO RPT-REC
            WRITE RPT-REC
            MOVE 'N' TO WS-PRINT-TYPE
            PERFORM 5010-PRINT-DIMENSION
               THRU 5010-PRINT-DIMENSION-EXIT
            PERFORM 5020-PRINT-INCREASES
               THRU 5020-PRINT-INCREASES-EXIT
            PERFORM 5030-PRINT-TOTALS
               THRU 5030-PRINT-TOTALS-EXIT
            CLOSE RPT-FILE
            .
       5000-PRINT-REPORT-EXIT.
            EXIT.
      *
       5010-PRINT-DIMENSION.
            MOVE WS-DIM-HEAD TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-DX FROM 1 BY 1
                    UNTIL WS-DX > WS-DIM-COUNT
               IF WS-DM-TYPE(WS-DX) = WS-PRINT-TYPE
                  MOVE WS-DM-VALUE(WS-DX)    TO WS-DL-VALUE
                  MOVE WS-DM-CARDS(WS-DX)    TO WS-DL-CARDS
                  MOVE WS-DM-EXPOSURE(WS-DX) TO WS-DL-EXPOSURE
                  MOVE WS-DM-APPROVED(WS-DX) TO WS-DL-APPROVED
                  MOVE WS-DM-DECLINED(WS-DX) TO WS-DL-DECLINED
                  IF WS-DM-APPROVED(WS-DX) + WS-DM-DECLINED(WS-DX) > 0
                     COMPUTE WS-DL-RATE ROUNDED =
                        WS-DM-APPROVED(WS-DX) * 100 /
                        (WS-DM-APPROVED(WS-DX) + WS-DM-DECLINED(WS-DX))
                  ELSE
                     MOVE ZERO TO WS-DL-RATE
                  END-IF
                  MOVE WS-DIM-LINE TO RPT-REC
                  WRITE RPT-REC
               END-IF
            END-PERFORM
            MOVE 'ALL'               TO WS-DL-VALUE
            MOVE WS-TOTAL-LIVE-CARDS TO WS-DL-CARDS
            MOVE WS-TOTAL-EXPOSURE   TO WS-DL-EXPOSURE
            MOVE WS-TOTAL-APPROVED   TO WS-DL-APPROVED
            MOVE WS-TOTAL-DECLINED   TO WS-DL-DECLINED
            IF WS-TOTAL-APPROVED + WS-TOTAL-DECLINED > 0
               COMPUTE WS-DL-RATE ROUNDED =
                  WS-TOTAL-APPROVED * 100 /
                  (WS-TOTAL-APPROVED + WS-TOTAL-DECLINED)
            ELSE
               MOVE ZERO TO WS-DL-RATE
            END-IF
            MOVE WS-DIM-LINE TO RPT-REC
            WRITE RPT-REC
            .
       5010-PRINT-DIMENSION-EXIT.
            EXIT.
      *
       5020-PRINT-INCREASES.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'OPEN-TO-BUY ADDED BY APPROVED LIMIT INCREASES'
                 TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES           TO WS-OL-LABEL
            MOVE WS-REPORT-MONTH  TO WS-OL-LABEL
            MOVE WS-CUR-INCR-CNT  TO WS-OL-COUNT
            MOVE WS-CUR-INCR-AMT  TO WS-OL-AMOUNT
            MOVE WS-OTB-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES           TO WS-OL-LABEL
            MOVE WS-PRIOR-MONTH   TO WS-OL-LABEL
            MOVE WS-PRV-INCR-CNT  TO WS-OL-COUNT
            MOVE WS-PRV-INCR-AMT  TO WS-OL-AMOUNT
            MOVE WS-OTB-LINE TO RPT-REC
            WRITE RPT-REC
            COMPUTE WS-OTB-MOVEMENT =
               WS-CUR-INCR-AMT - WS-PRV-INCR-AMT
            MOVE 'MONTH-OVER-MONTH'  TO WS-OL-LABEL
            COMPUTE WS-OL-COUNT = WS-CUR-INCR-CNT - WS-PRV-INCR-CNT
            MOVE WS-OTB-MOVEMENT     TO WS-OL-AMOUNT
            MOVE WS-OTB-LINE TO RPT-REC
            WRITE RPT-REC
            .
       5020-PRINT-INCREASES-EXIT.
            EXIT.
      *
      * THE CARD COUNTS PROVE THE JOIN: EVERY LIVE CARD FOUND ITS
      * APPLICATION ON THE LIVE FILE OR THE ARCHIVE, OR SHOWS HERE
       5030-PRINT-TOTALS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'CARDS ON CICARD'          TO WS-SUM-LABEL
            MOVE WS-TOTAL-CARDS             TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'LIVE CARDS (EXPOSURE)'    TO WS-SUM-LABEL
            MOVE WS-TOTAL-LIVE-CARDS        TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'LIVE SUPPLEMENTARY CARDS' TO WS-SUM-LABEL
            MOVE WS-TOTAL-LIVE-SUPP         TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  APPLICATION ON CIC0012O' TO WS-SUM-LABEL
            MOVE WS-TOTAL-FROM-LIVE         TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  APPLICATION ON CIARCH'  TO WS-SUM-LABEL
            MOVE WS-TOTAL-FROM-ARCH         TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  NO APPLICATION FOUND'   TO WS-SUM-LABEL
            MOVE WS-TOTAL-NO-APPL           TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'TOTAL EXPOSURE'           TO WS-SUM-LABEL
            MOVE WS-TOTAL-EXPOSURE          TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       5030-PRINT-TOTALS-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB28: CARDS READ        ' WS-TOTAL-CARDS
            DISPLAY 'CIOCCB28: FROM ARCHIVE      ' WS-TOTAL-FROM-ARCH
            DISPLAY 'CIOCCB28: NO APPLICATION    ' WS-TOTAL-NO-APPL
            DISPLAY 'CIOCCB28: DECISIONS IN MONTH '
               WS-TOTAL-APPROVED ' APPROVED ' WS-TOTAL-DECLINED
               ' DECLINED'
            IF WS-CARD-OK OR WS-CARD-EOF
               CLOSE CARD-FILE
            END-IF
            IF WS-APPL-OPEN
               CLOSE CIC0012-FILE
            END-IF
            IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
            END-IF
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-CARDS TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
