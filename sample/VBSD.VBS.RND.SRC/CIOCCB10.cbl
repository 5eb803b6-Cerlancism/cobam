      *
      * MONTHLY ARCHIVE OF COMPLETED CREDIT APPLICATIONS. WALKS THE
      * DECIDED BAND OF THE KEYED LIVE FILE (STATUS 900 AND UP),
      * MOVES EVERY RECORD (APPROVED, DECLINED OR WITHDRAWN) WHOSE
      * LETTER-DATE IS OLDER THAN THE RETENTION CUTOFF TO THE CIARCH
      * ARCHIVE DATASET, DELETES IT FROM THE LIVE FILE IN PLACE, AND
      * PRINTS A MANIFEST OF WHAT MOVED. THE REGULATOR'S SEVEN YEARS
      * ARE KEPT ON CIARCH; ONLY THE LIVE FILE IS TRIMMED. EVERY
      * APPLICATION DELETED IS LOGGED TO CIPURGE UNDER THE BUSINESS
      * DATE SO THE WAREHOUSE EXTRACT CAN SEND IT AS A DELETE.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *2026-09-01    KEVIN      CIC0012O BUREAU RESUBMIT COUNTER
      *2026-09-01    KEVIN      CIARCH KEYED FOR THE ONLINE
      *                         DISPUTE INQUIRY
      *2026-10-15    KEVIN      CIC0012O DUPLICATE APPLICATION FLAG
      *2026-10-15    KEVIN      CIC0012O SCORE AND SCORECARD VERSION
      *2026-10-15    KEVIN      CIC0012O FRAUD REFERRAL FLAG
      *2026-10-15    KEVIN      CIC0012O WITHDRAWAL DETAIL; WITHDRAWN
      *                         APPLICATIONS ARCHIVE AS A CLOSED
      *                         OUTCOME OF THEIR OWN
      *2026-10-15    KEVIN      CIPURGE LOG OF EVERY APPLICATION
      *                         DELETED, FOR THE WAREHOUSE EXTRACT
      *2026-10-15    KEVIN      CIC0012O MANUAL CREDIT OVERRIDE FLAG
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY ARCH-ID
               FILE STATUS WS-ARCH-STATUS.
           SELECT PRG-FILE ASSIGN TO 'CIPURGE'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRG-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CIARCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
       FD  ARCH-FILE.
       01 ARCH-REC.
          05 ARCH-ID                 PIC 9(13).
          05 ARCH-REST               PIC X(1084).
      *
       FD  PRG-FILE.
       COPY CIPURGE.
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
          05 WS-ARCH-STATUS         PIC X(02).
             88 WS-ARCH-OK          VALUE '00' '02'.
             88 WS-ARCH-NOFILE      VALUE '35'.
          05 WS-PRG-STATUS          PIC X(02).
             88 WS-PRG-OK           VALUE '00'.
             88 WS-PRG-NOFILE       VALUE '35'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-EOF-SW              PIC X(01) VALUE 'N'.
             88 WS-EOF              VALUE 'Y'.
          05 WS-CUTOFF-DAYS         PIC 9(08).
          05 WS-LETTER-YYYYMMDD     PIC 9(08).
          05 WS-LETTER-DAYS         PIC 9(08).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-COUNTERS.
          05 WS-TOTAL-READ          PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-ARCHIVED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-KEPT          PIC 9(07) VALUE ZERO.
      * ARCHIVED BY CLOSED OUTCOME
          05 WS-ARCH-APPROVED       PIC 9(07) VALUE ZERO.
          05 WS-ARCH-DECLINED       PIC 9(07) VALUE ZERO.
          05 WS-ARCH-WITHDRAWN      PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(40) VALUE
             'COMPLETED APPLICATION ARCHIVE MANIFEST'.
       01 WS-SUMMARY-LINE.
          05 WS-SL-LABEL            PIC X(20).
          05 WS-SL-COUNT            PIC ZZZ,ZZ9.
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
            MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '/' TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)
            SET BD-FUNC-GET TO TRUE
            CALL 'CIOCBDAT' USING WS-BUSDATE-AREA
            IF BD-OK
               MOVE BD-BUS-DATE TO WS-BUS-DATE
            ELSE
               DISPLAY 'CIOCCB10: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            OPEN I-O CIC0012-FILE
            IF NOT WS-CIC0012-OK
               DISPLAY 'CIOCCB10: CIC0012-FILE OPEN FAILED '
               DISPLAY 'CIOCCB10: ARCH-FILE OPEN FAILED '
                  WS-ARCH-STATUS
            END-IF
      * FIRST-EVER RUN: THE PURGE LOG DOES NOT EXIST YET, SO THE
      * EXTEND OPEN COMES BACK 35 AND THE FILE IS CREATED FRESH
            OPEN EXTEND PRG-FILE
            IF WS-PRG-NOFILE
               OPEN OUTPUT PRG-FILE
            END-IF
            IF NOT WS-PRG-OK
               DISPLAY 'CIOCCB10: PRG-FILE OPEN FAILED '
                  WS-PRG-STATUS
            END-IF
            OPEN OUTPUT RPT-FILE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            EXIT.
      *
       2010-ROUTE-ONE-APPLICATION.
            IF (CIC0012O-APPROVED OR CIC0012O-DECLINED
                OR CIC0012O-WITHDRAWN)
            AND CIC0012O-LETTER-DATE NOT = SPACES
               PERFORM 2020-COMPUTE-LETTER-AGE
                  THRU 2020-COMPUTE-LETTER-AGE-EXIT
            MOVE CIC0012O-REC TO ARCH-REC
            WRITE ARCH-REC
            DELETE CIC0012-FILE
            IF WS-CIC0012-OK
               MOVE CIC0012O-ID     TO CIPURGE-APPL-ID
               MOVE WS-BUS-DATE     TO CIPURGE-DATE
               MOVE CIC0012O-STATUS TO CIPURGE-STATUS
               WRITE CIPURGE-REC
            END-IF
            ADD 1 TO WS-TOTAL-ARCHIVED
            EVALUATE TRUE
                WHEN CIC0012O-APPROVED
                     ADD 1 TO WS-ARCH-APPROVED
                WHEN CIC0012O-DECLINED
                     ADD 1 TO WS-ARCH-DECLINED
                WHEN CIC0012O-WITHDRAWN
                     ADD 1 TO WS-ARCH-WITHDRAWN
            END-EVALUATE
            MOVE CIC0012O-ID          TO WS-DL-ID
            MOVE CIC0012O-STATUS      TO WS-DL-STATUS
            MOVE CIC0012O-LETTER-DATE TO WS-DL-LETTER
            MOVE WS-TOTAL-ARCHIVED TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  APPROVED          ' TO WS-SL-LABEL
            MOVE WS-ARCH-APPROVED TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  DECLINED          ' TO WS-SL-LABEL
            MOVE WS-ARCH-DECLINED TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  WITHDRAWN         ' TO WS-SL-LABEL
            MOVE WS-ARCH-WITHDRAWN TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'KEPT ON LIVE FILE   ' TO WS-SL-LABEL
            MOVE WS-TOTAL-KEPT TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
               CLOSE CIC0012-FILE
            END-IF
            CLOSE ARCH-FILE
            CLOSE PRG-FILE
            CLOSE RPT-FILE
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
