       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB34.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * MONTHLY MANUAL CREDIT OVERRIDE REPORT FOR CREDIT RISK. A
      * MANCRE DECISION IS AN OVERRIDE WHEN CIOCCM03 FLAGGED IT ON
      * CIC0012O: R = DECISION OPPOSITE THE SCORECARD RESULT, L =
      * APPROVED ABOVE THE SCORECARD LIMIT. THE REPORT SHOWS:
      *   - BY REVIEWER, THE MANCRE DECISIONS OF THE MONTH, THE
      *     RESULT AND LIMIT OVERRIDES AMONG THEM, THE OVERRIDE RATE
      *     AND THE LIMIT UPLIFT (FINAL LIMIT OVER SCORECARD LIMIT
      *     ON OVERRIDE APPROVALS),
      *   - BY CIREASON OVRIDE REASON, THE OVERRIDES, HOW MANY OF
      *     THEM APPROVED, THE SHARE OF ALL OVERRIDES AND THE UPLIFT,
      *   - EVERY OVERRIDE APPROVAL, WHATEVER THE MONTH, WHOSE CARD
      *     HAS SINCE BEEN REPORTED LOST OR STOLEN OR BEEN BLOCKED -
      *     TAKEN FROM THE CARD'S CICARD STATUS AND FROM THE
      *     CIBLKHST BLOCK HISTORY, SO A BLOCK ALREADY RELEASED STILL
      *     COUNTS. ONE LINE PER CARD, LOST/STOLEN AHEAD OF A BLOCK
      *     AND THE EARLIEST BLOCK FIRST; CICARD KEEPS NO DATE FOR A
      *     LOST OR STOLEN REPORT, SO THOSE PRINT WITHOUT ONE.
      * THE REPORT MONTH COMES FROM THE CIRPTMON VARIABLE (YYYY/MM);
      * WHEN UNSET THE BUSINESS MONTH IS REPORTED. THE MONTH'S
      * DECISIONS ARE READ FROM THE LIVE CIC0012O FILE ONLY - THEY
      * ARE FAR TOO RECENT TO HAVE BEEN ARCHIVED - BUT THE CARD
      * LIST FALLS BACK TO CIARCH FOR OLDER APPLICATIONS.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CARD-FILE ASSIGN TO 'CICARD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CICARD-NUMB
               ALTERNATE RECORD KEY CICARD-APPL-ID
                   WITH DUPLICATES
               FILE STATUS WS-CARD-STATUS.
           SELECT HIST-FILE ASSIGN TO 'CIBLKHST'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
           SELECT RSN-FILE ASSIGN TO 'CIREASON'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RSN-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT EVTW-FILE ASSIGN TO 'CIOVRW1'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EVTW-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CIOVRRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  ARCH-FILE.
       01 ARCH-REC.
          05 ARCH-ID                 PIC 9(13).
          05 ARCH-REST               PIC X(1084).
      *
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  HIST-FILE.
       COPY CIBLKHST.
      *
       FD  RSN-FILE.
       COPY CIREASON.
      *
      * ONE ENTRY PER LOST/STOLEN CARD OR PER BLOCK. THE EVENT CODE
      * ORDERS A CARD'S ENTRIES: 1 LOST, 2 STOLEN, 3 BLOCKED
       SD  SORT-FILE.
       01 SORT-REC.
          05 SORT-KEY.
             10 SORT-APPL-ID        PIC 9(13).
             10 SORT-CARD-NUMB      PIC 9(16).
             10 SORT-EVENT          PIC X(01).
             10 SORT-EVENT-DATE     PIC X(10).
      *
       FD  EVTW-FILE.
       01 EVTW-REC.
          05 EVTW-APPL-ID            PIC 9(13).
          05 EVTW-CARD-NUMB          PIC 9(16).
          05 EVTW-EVENT              PIC X(01).
             88 EVTW-LOST            VALUE '1'.
             88 EVTW-STOLEN          VALUE '2'.
             88 EVTW-BLOCKED         VALUE '3'.
          05 EVTW-EVENT-DATE         PIC X(10).
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB34 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB34'.
       01 WS-FLAGS.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
             88 WS-CIC0012-EOF      VALUE '10'.
          05 WS-ARCH-STATUS         PIC X(02).
             88 WS-ARCH-OK          VALUE '00' '02'.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
             88 WS-CARD-EOF         VALUE '10'.
          05 WS-HIST-STATUS         PIC X(02).
             88 WS-HIST-OK          VALUE '00'.
             88 WS-HIST-EOF         VALUE '10'.
             88 WS-HIST-NOFILE      VALUE '35'.
          05 WS-RSN-STATUS          PIC X(02).
             88 WS-RSN-OK           VALUE '00'.
             88 WS-RSN-EOF          VALUE '10'.
          05 WS-EVTW-STATUS         PIC X(02).
             88 WS-EVTW-OK          VALUE '00'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-APPL-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-APPL-DONE        VALUE 'Y'.
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-HIST-DONE        VALUE 'Y'.
          05 WS-RSN-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-RSN-DONE         VALUE 'Y'.
          05 WS-EVTW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-EVTW-DONE        VALUE 'Y'.
          05 WS-ARCH-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-ARCH-OPEN        VALUE 'Y'.
          05 WS-CARD-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-CARD-OPEN        VALUE 'Y'.
          05 WS-APPL-FOUND-SW       PIC X(01).
             88 WS-APPL-FOUND       VALUE 'Y'.
          05 WS-LIST-SW             PIC X(01).
             88 WS-LIST-APPL        VALUE 'Y'.
          05 WS-FOUND-SW            PIC X(01).
             88 WS-FOUND            VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-REPORT-MONTH           PIC X(07).
      * ONE ENTRY PER REVIEWER WHO DECIDED IN THE MONTH; A FULL
      * TABLE IS A HARD ERROR, NEVER A SILENT DROP
       01 WS-REV-LIMIT              PIC 9(03) VALUE 200.
       01 WS-REV-TABLE.
          05 WS-REV-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-REV-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-REV-COUNT
                INDEXED BY WS-VX.
             10 WS-RV-ID            PIC X(08).
             10 WS-RV-DECISIONS     PIC 9(07).
             10 WS-RV-OVERRIDES     PIC 9(07).
             10 WS-RV-OVRD-RESULT   PIC 9(07).
             10 WS-RV-OVRD-LIMIT    PIC 9(07).
             10 WS-RV-UPLIFT        PIC 9(13).
      * OVERRIDE REASON DISTRIBUTION, SAME HARD-ERROR RULE
       01 WS-RSN-LIMIT              PIC 9(03) VALUE 100.
       01 WS-RSN-TABLE.
          05 WS-RSN-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-RSN-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-RSN-COUNT
                INDEXED BY WS-RX.
             10 WS-RS-CODE          PIC 9(03).
             10 WS-RS-DESC          PIC X(20).
             10 WS-RS-OVERRIDES     PIC 9(07).
             10 WS-RS-APPROVED      PIC 9(07).
             10 WS-RS-UPLIFT        PIC 9(13).
       01 WS-UPLIFT                 PIC 9(08).
       01 WS-GROUP-WORK.
          05 WS-CUR-APPL-ID         PIC 9(13) VALUE ZERO.
          05 WS-PREV-APPL-ID        PIC 9(13) VALUE ZERO.
          05 WS-PREV-CARD-NUMB      PIC 9(16) VALUE ZERO.
       01 WS-COUNTERS.
          05 WS-TOTAL-APPL-READ     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-DECISIONS     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OVERRIDES     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OVRD-RESULT   PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OVRD-LIMIT    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OVRD-APPROVED PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-UPLIFT        PIC 9(13) VALUE ZERO.
          05 WS-TOTAL-EVENTS        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LISTED        PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(37) VALUE
             'MANUAL CREDIT OVERRIDE REPORT MONTH '.
          05 WS-H1-MONTH            PIC X(07).
          05 FILLER                PIC X(16) VALUE
             '  BUSINESS DATE '.
          05 WS-H1-DATE             PIC X(10).
       01 WS-REV-HEAD.
          05 FILLER                PIC X(40) VALUE
             'REVIEWER DECISIONS OVERRIDES  RESULT   L'.
          05 FILLER                PIC X(40) VALUE
             'IMIT  RATE%        UPLIFT'.
       01 WS-REV-LINE.
          05 WS-VL-ID               PIC X(08).
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 WS-VL-DECISIONS        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 WS-VL-OVERRIDES        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-VL-OVRD-RESULT      PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-VL-OVRD-LIMIT       PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-VL-RATE             PIC ZZ9.9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-VL-UPLIFT           PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-RSN-HEAD.
          05 FILLER                PIC X(40) VALUE
             'REASON     DESCRIPTION          OVERRIDE'.
          05 FILLER                PIC X(40) VALUE
             'S  APPROVED SHARE%        UPLIFT'.
       01 WS-RSN-LINE.
          05 FILLER                 PIC X(07) VALUE 'REASON '.
          05 WS-RL-CODE             PIC 9(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-RL-DESC             PIC X(20).
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 WS-RL-OVERRIDES        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 WS-RL-APPROVED         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-RL-SHARE            PIC ZZ9.9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-RL-UPLIFT           PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-EVT-HEAD.
          05 FILLER                PIC X(40) VALUE
             'APPLICATION   CARD NUMBER      EVENT   D'.
          05 FILLER                PIC X(40) VALUE
             'ATE       REVIEWER F RSN     UPLIFT'.
       01 WS-EVT-LINE.
          05 WS-EL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EL-CARD-NUMB        PIC 9(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EL-EVENT            PIC X(07).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EL-DATE             PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EL-REVIEWER         PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EL-FLAG             PIC X(01).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EL-REASON           PIC 9(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-EL-UPLIFT           PIC ZZ,ZZZ,ZZ9.
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
            PERFORM 2000-TALLY-DECISIONS
               THRU 2000-TALLY-DECISIONS-EXIT
            PERFORM 3000-LOAD-REASON-DESCS
               THRU 3000-LOAD-REASON-DESCS-EXIT
            PERFORM 4000-SORT-CARD-EVENTS
               THRU 4000-SORT-CARD-EVENTS-EXIT
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
               DISPLAY 'CIOCCB34: CIARCH RECORD LENGTH DIFFERS FROM '
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
               DISPLAY 'CIOCCB34: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            MOVE SPACES TO WS-REPORT-MONTH
            ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT 'CIRPTMON'
            IF WS-REPORT-MONTH = SPACES
               MOVE WS-BUS-DATE(1:7) TO WS-REPORT-MONTH
            END-IF
            IF WS-REPORT-MONTH(1:4) IS NOT NUMERIC
            OR WS-REPORT-MONTH(6:2) IS NOT NUMERIC
               DISPLAY 'CIOCCB34: CIRPTMON NOT YYYY/MM: '
                  WS-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * THE APPLICATION FILE DRIVES BOTH HALVES OF THE REPORT
            OPEN INPUT CIC0012-FILE
            IF NOT WS-CIC0012-OK
               DISPLAY 'CIOCCB34: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * NO ARCHIVE YET (NOTHING HAS AGED OUT) IS NOT AN ERROR
            OPEN INPUT ARCH-FILE
            IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB34: ARCH-FILE NOT OPENED '
                  WS-ARCH-STATUS
            END-IF
            .
       1000-INIT-EXIT.
            EXIT.
      *
       2000-TALLY-DECISIONS.
            PERFORM UNTIL WS-APPL-DONE
               READ CIC0012-FILE NEXT
                   AT END
                       SET WS-APPL-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-APPL-READ
                       PERFORM 2010-TALLY-ONE-DECISION
                          THRU 2010-TALLY-ONE-DECISION-EXIT
               END-READ
            END-PERFORM
            .
       2000-TALLY-DECISIONS-EXIT.
            EXIT.
      *
      * A MANCRE DECISION OF THE MONTH COUNTS FOR ITS REVIEWER; AN
      * OVERRIDE ALSO COUNTS FOR ITS REASON. THE UPLIFT IS WHAT AN
      * OVERRIDE APPROVAL GRANTED OVER THE SCORECARD LIMIT
       2010-TALLY-ONE-DECISION.
            IF CIC0012O-MANCRE-ID = SPACES
            OR CIC0012O-MANCRE-DATE(1:7) NOT = WS-REPORT-MONTH
               GO TO 2010-TALLY-ONE-DECISION-EXIT
            END-IF
            IF CIC0012O-MANCRE-RESULT NOT = 900
            AND CIC0012O-MANCRE-RESULT NOT = 910
               GO TO 2010-TALLY-ONE-DECISION-EXIT
            END-IF
            ADD 1 TO WS-TOTAL-DECISIONS
            PERFORM 2020-FIND-REVIEWER
               THRU 2020-FIND-REVIEWER-EXIT
            ADD 1 TO WS-RV-DECISIONS(WS-VX)
            IF NOT CIC0012O-OVERRIDDEN
               GO TO 2010-TALLY-ONE-DECISION-EXIT
            END-IF
            MOVE ZERO TO WS-UPLIFT
            IF CIC0012O-MANCRE-RESULT = 900
            AND CIC0012O-FINAL-LIMIT > CIC0012O-COMPUTE-LIMIT
               COMPUTE WS-UPLIFT =
                  CIC0012O-FINAL-LIMIT - CIC0012O-COMPUTE-LIMIT
            END-IF
            ADD 1         TO WS-TOTAL-OVERRIDES
            ADD WS-UPLIFT TO WS-TOTAL-UPLIFT
            ADD 1         TO WS-RV-OVERRIDES(WS-VX)
            ADD WS-UPLIFT TO WS-RV-UPLIFT(WS-VX)
            IF CIC0012O-OVRD-RESULT
               ADD 1 TO WS-TOTAL-OVRD-RESULT
               ADD 1 TO WS-RV-OVRD-RESULT(WS-VX)
            ELSE
               ADD 1 TO WS-TOTAL-OVRD-LIMIT
               ADD 1 TO WS-RV-OVRD-LIMIT(WS-VX)
            END-IF
            PERFORM 2030-FIND-REASON
               THRU 2030-FIND-REASON-EXIT
            ADD 1         TO WS-RS-OVERRIDES(WS-RX)
            ADD WS-UPLIFT TO WS-RS-UPLIFT(WS-RX)
            IF CIC0012O-MANCRE-RESULT = 900
               ADD 1 TO WS-TOTAL-OVRD-APPROVED
               ADD 1 TO WS-RS-APPROVED(WS-RX)
            END-IF
            .
       2010-TALLY-ONE-DECISION-EXIT.
            EXIT.
      *
       2020-FIND-REVIEWER.
            MOVE 'N' TO WS-FOUND-SW
            SET WS-VX TO 1
            SEARCH WS-REV-ENTRY
                AT END
                     CONTINUE
                WHEN WS-RV-ID(WS-VX) = CIC0012O-MANCRE-ID
                     SET WS-FOUND TO TRUE
            END-SEARCH
            IF NOT WS-FOUND
               IF WS-REV-COUNT >= WS-REV-LIMIT
                  DISPLAY 'CIOCCB34: REVIEWER TABLE FULL AT '
                     WS-REV-LIMIT ' ENTRIES - RUN ABORTED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-REV-COUNT
               SET WS-VX TO WS-REV-COUNT
               MOVE CIC0012O-MANCRE-ID TO WS-RV-ID(WS-VX)
               MOVE ZERO TO WS-RV-DECISIONS(WS-VX)
               MOVE ZERO TO WS-RV-OVERRIDES(WS-VX)
               MOVE ZERO TO WS-RV-OVRD-RESULT(WS-VX)
               MOVE ZERO TO WS-RV-OVRD-LIMIT(WS-VX)
               MOVE ZERO TO WS-RV-UPLIFT(WS-VX)
            END-IF
            .
       2020-FIND-REVIEWER-EXIT.
            EXIT.
      *
       2030-FIND-REASON.
            MOVE 'N' TO WS-FOUND-SW
            SET WS-RX TO 1
            SEARCH WS-RSN-ENTRY
                AT END
                     CONTINUE
                WHEN WS-RS-CODE(WS-RX) = CIC0012O-OVRD-REASON
                     SET WS-FOUND TO TRUE
            END-SEARCH
            IF NOT WS-FOUND
               IF WS-RSN-COUNT >= WS-RSN-LIMIT
                  DISPLAY 'CIOCCB34: REASON TABLE FULL AT '
                     WS-RSN-LIMIT ' ENTRIES - RUN ABORTED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-RSN-COUNT
               SET WS-RX TO WS-RSN-COUNT
               MOVE CIC0012O-OVRD-REASON TO WS-RS-CODE(WS-RX)
               MOVE SPACES TO WS-RS-DESC(WS-RX)
               MOVE ZERO TO WS-RS-OVERRIDES(WS-RX)
               MOVE ZERO TO WS-RS-APPROVED(WS-RX)
               MOVE ZERO TO WS-RS-UPLIFT(WS-RX)
            END-IF
            .
       2030-FIND-REASON-EXIT.
            EXIT.
      *
       3000-LOAD-REASON-DESCS.
            OPEN INPUT RSN-FILE
            IF NOT WS-RSN-OK
               DISPLAY 'CIOCCB34: RSN-FILE OPEN FAILED '
                  WS-RSN-STATUS
               SET WS-RSN-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-RSN-DONE
               READ RSN-FILE
                   AT END
                       SET WS-RSN-DONE TO TRUE
                   NOT AT END
                       IF CIREASON-CONTEXT = 'OVRIDE'
                          PERFORM 3010-ATTACH-ONE-DESC
                             THRU 3010-ATTACH-ONE-DESC-EXIT
                       END-IF
               END-READ
            END-PERFORM
            IF WS-RSN-OK OR WS-RSN-EOF
               CLOSE RSN-FILE
            END-IF
            .
       3000-LOAD-REASON-DESCS-EXIT.
            EXIT.
      *
       3010-ATTACH-ONE-DESC.
            SET WS-RX TO 1
            SEARCH WS-RSN-ENTRY
                AT END
                     CONTINUE
                WHEN WS-RS-CODE(WS-RX) = CIREASON-CODE
                     MOVE CIREASON-SHORT-DESC TO WS-RS-DESC(WS-RX)
            END-SEARCH
            .
       3010-ATTACH-ONE-DESC-EXIT.
            EXIT.
      *
      * LOST, STOLEN AND BLOCKED CARDS AND EVERY BLOCK ON THE
      * HISTORY ARE SORTED INTO APPLICATION AND CARD ORDER SO EACH
      * APPLICATION IS LOOKED UP ONCE
       4000-SORT-CARD-EVENTS.
            SORT SORT-FILE
                 ASCENDING KEY SORT-KEY
                 INPUT PROCEDURE 4010-RELEASE-EVENTS
                    THRU 4010-RELEASE-EVENTS-EXIT
                 GIVING EVTW-FILE
            .
       4000-SORT-CARD-EVENTS-EXIT.
            EXIT.
      *
       4010-RELEASE-EVENTS.
            OPEN INPUT CARD-FILE
            IF WS-CARD-OK
               SET WS-CARD-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB34: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               SET WS-CARD-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-CARD-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-CARD-DONE TO TRUE
                   NOT AT END
                       PERFORM 4020-RELEASE-ONE-CARD
                          THRU 4020-RELEASE-ONE-CARD-EXIT
               END-READ
            END-PERFORM
            IF WS-CARD-OPEN
               CLOSE CARD-FILE
            END-IF
      * NO BLOCK HISTORY YET IS NOT AN ERROR
            OPEN INPUT HIST-FILE
            IF WS-HIST-NOFILE
               SET WS-HIST-DONE TO TRUE
            ELSE
               IF NOT WS-HIST-OK
                  DISPLAY 'CIOCCB34: HIST-FILE OPEN FAILED '
                     WS-HIST-STATUS
                  SET WS-HIST-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-HIST-DONE
               READ HIST-FILE
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       IF CIBLKHST-BLOCK
                          MOVE CIBLKHST-APPL-ID   TO SORT-APPL-ID
                          MOVE CIBLKHST-CARD-NUMB TO SORT-CARD-NUMB
                          MOVE '3'                TO SORT-EVENT
                          MOVE CIBLKHST-DATE      TO SORT-EVENT-DATE
                          ADD 1 TO WS-TOTAL-EVENTS
                          RELEASE SORT-REC
                       END-IF
               END-READ
            END-PERFORM
            IF WS-HIST-OK OR WS-HIST-EOF
               CLOSE HIST-FILE
            END-IF
            .
       4010-RELEASE-EVENTS-EXIT.
            EXIT.
      *
       4020-RELEASE-ONE-CARD.
            EVALUATE TRUE
                WHEN CICARD-LOST
                     MOVE '1'    TO SORT-EVENT
                     MOVE SPACES TO SORT-EVENT-DATE
                WHEN CICARD-STOLEN
                     MOVE '2'    TO SORT-EVENT
                     MOVE SPACES TO SORT-EVENT-DATE
                WHEN CICARD-BLOCKED
                     MOVE '3'    TO SORT-EVENT
                     MOVE CICARD-BLOCK-DATE TO SORT-EVENT-DATE
                WHEN OTHER
                     GO TO 4020-RELEASE-ONE-CARD-EXIT
            END-EVALUATE
            MOVE CICARD-APPL-ID TO SORT-APPL-ID
            MOVE CICARD-NUMB    TO SORT-CARD-NUMB
            ADD 1 TO WS-TOTAL-EVENTS
            RELEASE SORT-REC
            .
       4020-RELEASE-ONE-CARD-EXIT.
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
            MOVE 'OVERRIDE RATE AND LIMIT UPLIFT BY REVIEWER'
                 TO RPT-REC
            WRITE RPT-REC
            MOVE WS-REV-HEAD TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-VX FROM 1 BY 1
                    UNTIL WS-VX > WS-REV-COUNT
               MOVE WS-RV-ID(WS-VX)          TO WS-VL-ID
               MOVE WS-RV-DECISIONS(WS-VX)   TO WS-VL-DECISIONS
               MOVE WS-RV-OVERRIDES(WS-VX)   TO WS-VL-OVERRIDES
               MOVE WS-RV-OVRD-RESULT(WS-VX) TO WS-VL-OVRD-RESULT
               MOVE WS-RV-OVRD-LIMIT(WS-VX)  TO WS-VL-OVRD-LIMIT
               MOVE WS-RV-UPLIFT(WS-VX)      TO WS-VL-UPLIFT
               COMPUTE WS-VL-RATE ROUNDED =
                  WS-RV-OVERRIDES(WS-VX) * 100 /
                  WS-RV-DECISIONS(WS-VX)
               MOVE WS-REV-LINE TO RPT-REC
               WRITE RPT-REC
            END-PERFORM
            MOVE 'ALL'                TO WS-VL-ID
            MOVE WS-TOTAL-DECISIONS   TO WS-VL-DECISIONS
            MOVE WS-TOTAL-OVERRIDES   TO WS-VL-OVERRIDES
            MOVE WS-TOTAL-OVRD-RESULT TO WS-VL-OVRD-RESULT
            MOVE WS-TOTAL-OVRD-LIMIT  TO WS-VL-OVRD-LIMIT
            MOVE WS-TOTAL-UPLIFT      TO WS-VL-UPLIFT
            IF WS-TOTAL-DECISIONS > 0
               COMPUTE WS-VL-RATE ROUNDED =
                  WS-TOTAL-OVERRIDES * 100 / WS-TOTAL-DECISIONS
            ELSE
               MOVE ZERO TO WS-VL-RATE
            END-IF
            MOVE WS-REV-LINE TO RPT-REC
            WRITE RPT-REC
            PERFORM 5010-PRINT-REASONS
               THRU 5010-PRINT-REASONS-EXIT
            PERFORM 5020-PRINT-CARD-EVENTS
               THRU 5020-PRINT-CARD-EVENTS-EXIT
            PERFORM 5040-PRINT-TOTALS
               THRU 5040-PRINT-TOTALS-EXIT
            CLOSE RPT-FILE
            .
       5000-PRINT-REPORT-EXIT.
            EXIT.
      *
       5010-PRINT-REASONS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'OVERRIDES AND LIMIT UPLIFT BY OVERRIDE REASON'
                 TO RPT-REC
            WRITE RPT-REC
            MOVE WS-RSN-HEAD TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-RX FROM 1 BY 1
                    UNTIL WS-RX > WS-RSN-COUNT
               MOVE WS-RS-CODE(WS-RX)      TO WS-RL-CODE
               MOVE WS-RS-DESC(WS-RX)      TO WS-RL-DESC
               MOVE WS-RS-OVERRIDES(WS-RX) TO WS-RL-OVERRIDES
               MOVE WS-RS-APPROVED(WS-RX)  TO WS-RL-APPROVED
               MOVE WS-RS-UPLIFT(WS-RX)    TO WS-RL-UPLIFT
               COMPUTE WS-RL-SHARE ROUNDED =
                  WS-RS-OVERRIDES(WS-RX) * 100 / WS-TOTAL-OVERRIDES
               MOVE WS-RSN-LINE TO RPT-REC
               WRITE RPT-REC
            END-PERFORM
            .
       5010-PRINT-REASONS-EXIT.
            EXIT.
      *
       5020-PRINT-CARD-EVENTS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'OVERRIDE APPROVALS - CARD LOST, STOLEN OR BLOCKED'
                 TO RPT-REC
            WRITE RPT-REC
            MOVE WS-EVT-HEAD TO RPT-REC
            WRITE RPT-REC
            OPEN INPUT EVTW-FILE
            IF NOT WS-EVTW-OK
               DISPLAY 'CIOCCB34: EVTW-FILE OPEN FAILED '
                  WS-EVTW-STATUS
               SET WS-EVTW-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-EVTW-DONE
               READ EVTW-FILE
                   AT END
                       SET WS-EVTW-DONE TO TRUE
                   NOT AT END
                       PERFORM 5030-PRINT-ONE-EVENT
                          THRU 5030-PRINT-ONE-EVENT-EXIT
               END-READ
            END-PERFORM
            IF WS-EVTW-OK
               CLOSE EVTW-FILE
            END-IF
            .
       5020-PRINT-CARD-EVENTS-EXIT.
            EXIT.
      *
      * ONLY THE FIRST ENTRY OF EACH CARD PRINTS. THE APPLICATION IS
      * READ ON ITS FIRST CARD - FROM THE LIVE FILE, OR FROM CIARCH
      * ONCE ARCHIVED - AND ITS CARDS LIST WHEN IT WAS APPROVED ON
      * AN OVERRIDE
       5030-PRINT-ONE-EVENT.
            IF EVTW-APPL-ID = WS-PREV-APPL-ID
            AND EVTW-CARD-NUMB = WS-PREV-CARD-NUMB
               GO TO 5030-PRINT-ONE-EVENT-EXIT
            END-IF
            MOVE EVTW-APPL-ID   TO WS-PREV-APPL-ID
            MOVE EVTW-CARD-NUMB TO WS-PREV-CARD-NUMB
            IF EVTW-APPL-ID NOT = WS-CUR-APPL-ID
               MOVE EVTW-APPL-ID TO WS-CUR-APPL-ID
               PERFORM 5035-FIND-APPLICATION
                  THRU 5035-FIND-APPLICATION-EXIT
            END-IF
            IF NOT WS-LIST-APPL
               GO TO 5030-PRINT-ONE-EVENT-EXIT
            END-IF
            MOVE EVTW-APPL-ID    TO WS-EL-APPL-ID
            MOVE EVTW-CARD-NUMB  TO WS-EL-CARD-NUMB
            EVALUATE TRUE
                WHEN EVTW-LOST
                     MOVE 'LOST'    TO WS-EL-EVENT
                WHEN EVTW-STOLEN
                     MOVE 'STOLEN'  TO WS-EL-EVENT
                WHEN OTHER
                     MOVE 'BLOCKED' TO WS-EL-EVENT
            END-EVALUATE
            MOVE EVTW-EVENT-DATE      TO WS-EL-DATE
            MOVE CIC0012O-MANCRE-ID   TO WS-EL-REVIEWER
            MOVE CIC0012O-OVRD-FLAG   TO WS-EL-FLAG
            MOVE CIC0012O-OVRD-REASON TO WS-EL-REASON
            MOVE WS-UPLIFT            TO WS-EL-UPLIFT
            MOVE WS-EVT-LINE TO RPT-REC
            WRITE RPT-REC
            ADD 1 TO WS-TOTAL-LISTED
            .
       5030-PRINT-ONE-EVENT-EXIT.
            EXIT.
      *
       5035-FIND-APPLICATION.
            MOVE 'N' TO WS-APPL-FOUND-SW
            MOVE 'N' TO WS-LIST-SW
            MOVE ZERO TO WS-UPLIFT
            MOVE WS-CUR-APPL-ID TO CIC0012O-ID
            READ CIC0012-FILE
                KEY IS CIC0012O-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-APPL-FOUND TO TRUE
            END-READ
            IF NOT WS-APPL-FOUND AND WS-ARCH-OPEN
               MOVE WS-CUR-APPL-ID TO ARCH-ID
               READ ARCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCH-REC TO CIC0012O-REC
                       SET WS-APPL-FOUND TO TRUE
               END-READ
            END-IF
            IF NOT WS-APPL-FOUND
               GO TO 5035-FIND-APPLICATION-EXIT
            END-IF
            IF CIC0012O-OVERRIDDEN
            AND CIC0012O-MANCRE-RESULT = 900
               SET WS-LIST-APPL TO TRUE
               IF CIC0012O-FINAL-LIMIT > CIC0012O-COMPUTE-LIMIT
                  COMPUTE WS-UPLIFT =
                     CIC0012O-FINAL-LIMIT - CIC0012O-COMPUTE-LIMIT
               END-IF
            END-IF
            .
       5035-FIND-APPLICATION-EXIT.
            EXIT.
      *
       5040-PRINT-TOTALS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'MANCRE DECISIONS IN MONTH'  TO WS-SUM-LABEL
            MOVE WS-TOTAL-DECISIONS           TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  OVERRIDES'                TO WS-SUM-LABEL
            MOVE WS-TOTAL-OVERRIDES           TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  OVERRIDE APPROVALS'       TO WS-SUM-LABEL
            MOVE WS-TOTAL-OVRD-APPROVED       TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'LIMIT UPLIFT ON OVERRIDES'  TO WS-SUM-LABEL
            MOVE WS-TOTAL-UPLIFT              TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'OVERRIDE CARDS LISTED'      TO WS-SUM-LABEL
            MOVE WS-TOTAL-LISTED              TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       5040-PRINT-TOTALS-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB34: APPLICATIONS READ  ' WS-TOTAL-APPL-READ
            DISPLAY 'CIOCCB34: DECISIONS IN MONTH ' WS-TOTAL-DECISIONS
            DISPLAY 'CIOCCB34: OVERRIDES IN MONTH ' WS-TOTAL-OVERRIDES
            DISPLAY 'CIOCCB34: CARD EVENTS SORTED ' WS-TOTAL-EVENTS
            DISPLAY 'CIOCCB34: OVERRIDE CARDS     ' WS-TOTAL-LISTED
            CLOSE CIC0012-FILE
            IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
            END-IF
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-APPL-READ TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
