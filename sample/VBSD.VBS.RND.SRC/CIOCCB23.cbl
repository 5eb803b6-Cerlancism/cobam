       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB23.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * NIGHTLY TEMPORARY CARD BLOCK RELEASE AND AGEING REPORT. ONE
      * I-O WALK OF THE CICARD MASTER:
      *   - A BLOCKED CARD WHOSE AUTOMATIC RELEASE DATE HAS BEEN
      *     REACHED ON THE BUSINESS DATE RETURNS TO ACTIVE, ITS
      *     BLOCK DETAIL IS CLEARED AND AN AUTO-RELEASE ENTRY IS
      *     APPENDED TO THE CIBLKHST BLOCK HISTORY,
      *   - EVERY CARD STILL BLOCKED IS LISTED ON THE CIBLKRPT
      *     REPORT, OLDEST BLOCK FIRST, WITH ITS AGE IN DAYS, THE
      *     BLOCK REASON, THE RELEASE DATE (IF ANY) AND THE
      *     REQUESTING DEPARTMENT, FOLLOWED BY COUNTS BY AGE BAND.
      * BLOCKS ARE PLACED AND LIFTED ONLINE BY CIOCCM20.
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
           SELECT BLKW-FILE ASSIGN TO 'CIBLKW1'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BLKW-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT RPT-FILE ASSIGN TO 'CIBLKRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  HIST-FILE.
       COPY CIBLKHST.
      *
       FD  BLKW-FILE.
       01 BLKW-REC.
          05 BLKW-AGE-DAYS           PIC 9(05).
          05 BLKW-CARD-NUMB          PIC 9(16).
          05 BLKW-APPL-ID            PIC 9(13).
          05 BLKW-BLOCK-DATE         PIC X(10).
          05 BLKW-REASON             PIC 9(03).
          05 BLKW-RELEASE            PIC X(10).
          05 BLKW-DEPT               PIC X(10).
      *
       SD  SORT-FILE.
       01 SORT-REC.
          05 SORT-AGE-DAYS           PIC 9(05).
          05 SORT-CARD-NUMB          PIC 9(16).
          05 FILLER                  PIC X(46).
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB23 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB23'.
      * A BLOCK WITHOUT A BLOCK DATE (PLACED BEFORE THE DATE WAS
      * KEPT) HAS NO AGE; IT SORTS AHEAD OF EVERY DATED BLOCK
       77 WS-AGE-UNKNOWN        PIC 9(05) VALUE 99999.
       01 WS-FLAGS.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
             88 WS-CARD-EOF         VALUE '10'.
          05 WS-HIST-STATUS         PIC X(02).
             88 WS-HIST-OK          VALUE '00'.
             88 WS-HIST-NOFILE      VALUE '35'.
          05 WS-BLKW-STATUS         PIC X(02).
             88 WS-BLKW-OK          VALUE '00'.
             88 WS-BLKW-EOF         VALUE '10'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-BLKW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-BLKW-DONE        VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-NOW-HHMMSS          PIC X(06).
          05 WS-NOW-TIME            PIC X(08).
          05 WS-BUS-DATE            PIC X(10).
          05 WS-BUS-YYYYMMDD        PIC 9(08).
          05 WS-BUS-DAYS            PIC 9(08).
          05 WS-BLOCK-YYYYMMDD      PIC 9(08).
          05 WS-BLOCK-DAYS          PIC 9(08).
       01 WS-AGE-DAYS               PIC 9(05).
       01 WS-COUNTERS.
          05 WS-TOTAL-CARDS         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-RELEASED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-BLOCKED       PIC 9(07) VALUE ZERO.
          05 WS-AGE-0-7             PIC 9(07) VALUE ZERO.
          05 WS-AGE-8-30            PIC 9(07) VALUE ZERO.
          05 WS-AGE-31-90           PIC 9(07) VALUE ZERO.
          05 WS-AGE-OVER-90         PIC 9(07) VALUE ZERO.
          05 WS-AGE-NONE            PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(36) VALUE
             'TEMPORARY CARD BLOCKS BUSINESS DATE '.
          05 WS-H1-DATE             PIC X(10).
       01 WS-HEADING2.
          05 FILLER                PIC X(40) VALUE
             'CARD NUMBER      APPLICATION   BLOCKED  '.
          05 FILLER                PIC X(40) VALUE
             '    AGE RSN RELEASE    DEPARTMENT'.
       01 WS-DETAIL-LINE.
          05 WS-DL-CARD-NUMB        PIC 9(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-BLOCK-DATE       PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-AGE              PIC ZZZZ9.
          05 WS-DL-AGE-X REDEFINES WS-DL-AGE
                                    PIC X(05).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-REASON           PIC 9(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-RELEASE          PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-DEPT             PIC X(10).
       01 WS-BAND-LINE.
          05 WS-BL-LABEL            PIC X(24).
          05 WS-BL-CNT              PIC ZZZ,ZZ9.
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
            PERFORM 2000-WALK-AND-RELEASE
               THRU 2000-WALK-AND-RELEASE-EXIT
            PERFORM 3000-PRINT-REPORT
               THRU 3000-PRINT-REPORT-EXIT
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
               DISPLAY 'CIOCCB23: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            MOVE WS-BUS-DATE(1:4) TO WS-BUS-YYYYMMDD(1:4)
            MOVE WS-BUS-DATE(6:2) TO WS-BUS-YYYYMMDD(5:2)
            MOVE WS-BUS-DATE(9:2) TO WS-BUS-YYYYMMDD(7:2)
            COMPUTE WS-BUS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD)
            .
       1000-INIT-EXIT.
            EXIT.
      *
      * THE MASTER WALK RUNS INSIDE THE SORT INPUT PROCEDURE SO THE
      * CARDS LEFT BLOCKED COME OUT THE OTHER SIDE OLDEST FIRST
       2000-WALK-AND-RELEASE.
            SORT SORT-FILE
                 DESCENDING KEY SORT-AGE-DAYS
                 ASCENDING KEY SORT-CARD-NUMB
                 INPUT PROCEDURE 2010-RELEASE-BLOCKED
                    THRU 2010-RELEASE-BLOCKED-EXIT
                 GIVING BLKW-FILE
            .
       2000-WALK-AND-RELEASE-EXIT.
            EXIT.
      *
       2010-RELEASE-BLOCKED.
            OPEN EXTEND HIST-FILE
            IF WS-HIST-NOFILE
               OPEN OUTPUT HIST-FILE
            END-IF
            IF NOT WS-HIST-OK
               DISPLAY 'CIOCCB23: HIST-FILE OPEN FAILED '
                  WS-HIST-STATUS
            END-IF
            OPEN I-O CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB23: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               SET WS-CARD-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-CARD-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-CARD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CARDS
                       PERFORM 2020-CHECK-ONE-CARD
                          THRU 2020-CHECK-ONE-CARD-EXIT
               END-READ
            END-PERFORM
            IF WS-CARD-OK OR WS-CARD-EOF
               CLOSE CARD-FILE
            END-IF
            IF WS-HIST-OK
               CLOSE HIST-FILE
            END-IF
            .
       2010-RELEASE-BLOCKED-EXIT.
            EXIT.
      *
      * RELEASE DATES ARE YYYY/MM/DD, SO THEY COMPARE DIRECTLY
      * AGAINST THE BUSINESS DATE
       2020-CHECK-ONE-CARD.
            IF NOT CICARD-BLOCKED
               GO TO 2020-CHECK-ONE-CARD-EXIT
            END-IF
            IF CICARD-BLOCK-RELEASE NOT = SPACES
            AND CICARD-BLOCK-RELEASE <= WS-BUS-DATE
               PERFORM 2030-AUTO-RELEASE
                  THRU 2030-AUTO-RELEASE-EXIT
            ELSE
               PERFORM 2040-LIST-STILL-BLOCKED
                  THRU 2040-LIST-STILL-BLOCKED-EXIT
            END-IF
            .
       2020-CHECK-ONE-CARD-EXIT.
            EXIT.
      *
      * THE HISTORY ENTRY IS BUILT BEFORE THE BLOCK DETAIL IS
      * CLEARED SO IT KEEPS THE REASON AND DEPARTMENT OF THE BLOCK
      * BEING RELEASED
       2030-AUTO-RELEASE.
            INITIALIZE CIBLKHST-REC
            MOVE CICARD-NUMB          TO CIBLKHST-CARD-NUMB
            MOVE WS-BUS-DATE          TO CIBLKHST-DATE
            MOVE WS-NOW-TIME          TO CIBLKHST-TIME
            MOVE 1                    TO CIBLKHST-SEQ
            SET CIBLKHST-AUTO-RELEASE TO TRUE
            MOVE CICARD-APPL-ID       TO CIBLKHST-APPL-ID
            MOVE CICARD-BLOCK-REASON  TO CIBLKHST-REASON
            MOVE CICARD-BLOCK-RELEASE TO CIBLKHST-RELEASE-DATE
            MOVE CICARD-BLOCK-DEPT    TO CIBLKHST-DEPT
            MOVE WS-PGM-NAME          TO CIBLKHST-CHG-PGM
            MOVE SPACES               TO CIBLKHST-CHG-OPID
            SET CICARD-ACTIVE TO TRUE
            MOVE SPACES TO CICARD-BLOCK-DATE
            MOVE ZERO   TO CICARD-BLOCK-REASON
            MOVE SPACES TO CICARD-BLOCK-RELEASE
            MOVE SPACES TO CICARD-BLOCK-DEPT
            REWRITE CICARD-REC
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB23: REWRITE FAILED FOR CARD '
                  CICARD-NUMB ' STATUS ' WS-CARD-STATUS
               GO TO 2030-AUTO-RELEASE-EXIT
            END-IF
            IF WS-HIST-OK
               WRITE CIBLKHST-REC
            END-IF
            ADD 1 TO WS-TOTAL-RELEASED
            .
       2030-AUTO-RELEASE-EXIT.
            EXIT.
      *
       2040-LIST-STILL-BLOCKED.
            ADD 1 TO WS-TOTAL-BLOCKED
            IF CICARD-BLOCK-DATE = SPACES
               MOVE WS-AGE-UNKNOWN TO WS-AGE-DAYS
               ADD 1 TO WS-AGE-NONE
            ELSE
               MOVE CICARD-BLOCK-DATE(1:4) TO WS-BLOCK-YYYYMMDD(1:4)
               MOVE CICARD-BLOCK-DATE(6:2) TO WS-BLOCK-YYYYMMDD(5:2)
               MOVE CICARD-BLOCK-DATE(9:2) TO WS-BLOCK-YYYYMMDD(7:2)
               COMPUTE WS-BLOCK-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-BLOCK-YYYYMMDD)
               IF WS-BLOCK-DAYS > WS-BUS-DAYS
                  MOVE ZERO TO WS-AGE-DAYS
               ELSE
                  COMPUTE WS-AGE-DAYS = WS-BUS-DAYS - WS-BLOCK-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 7
                        ADD 1 TO WS-AGE-0-7
                   WHEN WS-AGE-DAYS <= 30
                        ADD 1 TO WS-AGE-8-30
                   WHEN WS-AGE-DAYS <= 90
                        ADD 1 TO WS-AGE-31-90
                   WHEN OTHER
                        ADD 1 TO WS-AGE-OVER-90
               END-EVALUATE
            END-IF
            MOVE WS-AGE-DAYS          TO BLKW-AGE-DAYS
            MOVE CICARD-NUMB          TO BLKW-CARD-NUMB
            MOVE CICARD-APPL-ID       TO BLKW-APPL-ID
            MOVE CICARD-BLOCK-DATE    TO BLKW-BLOCK-DATE
            MOVE CICARD-BLOCK-REASON  TO BLKW-REASON
            MOVE CICARD-BLOCK-RELEASE TO BLKW-RELEASE
            MOVE CICARD-BLOCK-DEPT    TO BLKW-DEPT
            MOVE BLKW-REC TO SORT-REC
            RELEASE SORT-REC
            .
       2040-LIST-STILL-BLOCKED-EXIT.
            EXIT.
      *
       3000-PRINT-REPORT.
            OPEN OUTPUT RPT-FILE
            MOVE WS-BUS-DATE TO WS-H1-DATE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE WS-HEADING2 TO RPT-REC
            WRITE RPT-REC
            OPEN INPUT BLKW-FILE
            IF NOT WS-BLKW-OK
               DISPLAY 'CIOCCB23: BLKW-FILE OPEN FAILED '
                  WS-BLKW-STATUS
               SET WS-BLKW-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-BLKW-DONE
               READ BLKW-FILE
                   AT END
                       SET WS-BLKW-DONE TO TRUE
                   NOT AT END
                       PERFORM 3010-PRINT-ONE-CARD
                          THRU 3010-PRINT-ONE-CARD-EXIT
               END-READ
            END-PERFORM
            IF WS-BLKW-OK OR WS-BLKW-EOF
               CLOSE BLKW-FILE
            END-IF
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'STILL BLOCKED BY AGE' TO RPT-REC
            WRITE RPT-REC
            MOVE '0 - 7 DAYS'          TO WS-BL-LABEL
            MOVE WS-AGE-0-7            TO WS-BL-CNT
            MOVE WS-BAND-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '8 - 30 DAYS'         TO WS-BL-LABEL
            MOVE WS-AGE-8-30           TO WS-BL-CNT
            MOVE WS-BAND-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '31 - 90 DAYS'        TO WS-BL-LABEL
            MOVE WS-AGE-31-90          TO WS-BL-CNT
            MOVE WS-BAND-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'OVER 90 DAYS'        TO WS-BL-LABEL
            MOVE WS-AGE-OVER-90        TO WS-BL-CNT
            MOVE WS-BAND-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'NO BLOCK DATE'       TO WS-BL-LABEL
            MOVE WS-AGE-NONE           TO WS-BL-CNT
            MOVE WS-BAND-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'TOTAL STILL BLOCKED' TO WS-BL-LABEL
            MOVE WS-TOTAL-BLOCKED      TO WS-BL-CNT
            MOVE WS-BAND-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'RELEASED TONIGHT'    TO WS-BL-LABEL
            MOVE WS-TOTAL-RELEASED     TO WS-BL-CNT
            MOVE WS-BAND-LINE TO RPT-REC
            WRITE RPT-REC
            CLOSE RPT-FILE
            .
       3000-PRINT-REPORT-EXIT.
            EXIT.
      *
       3010-PRINT-ONE-CARD.
            MOVE BLKW-CARD-NUMB  TO WS-DL-CARD-NUMB
            MOVE BLKW-APPL-ID    TO WS-DL-APPL-ID
            MOVE BLKW-BLOCK-DATE TO WS-DL-BLOCK-DATE
            IF BLKW-AGE-DAYS = WS-AGE-UNKNOWN
               MOVE '  N/A' TO WS-DL-AGE-X
            ELSE
               MOVE BLKW-AGE-DAYS TO WS-DL-AGE
            END-IF
            MOVE BLKW-REASON     TO WS-DL-REASON
            IF BLKW-RELEASE = SPACES
               MOVE 'ON REQUEST' TO WS-DL-RELEASE
            ELSE
               MOVE BLKW-RELEASE TO WS-DL-RELEASE
            END-IF
            MOVE BLKW-DEPT       TO WS-DL-DEPT
            MOVE WS-DETAIL-LINE TO RPT-REC
            WRITE RPT-REC
            .
       3010-PRINT-ONE-CARD-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB23: CARDS ON MASTER    ' WS-TOTAL-CARDS
            DISPLAY 'CIOCCB23: BLOCKS RELEASED    ' WS-TOTAL-RELEASED
            DISPLAY 'CIOCCB23: STILL BLOCKED      ' WS-TOTAL-BLOCKED
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-RELEASED TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
