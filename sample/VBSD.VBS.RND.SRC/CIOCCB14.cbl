      * CINOTIFN FOR THE JOB TO SWAP IN, AND PRINTS EVERY
      * UNDELIVERABLE CONTACT ON THE EXCEPTION REPORT SO A BAD
      * MOBILE OR EMAIL SURFACES INSTEAD OF FAILING SILENTLY.
      * EVERY OUTCOME APPLIED IS STAMPED WITH THE BUSINESS DATE SO
      * THE WAREHOUSE EXTRACT PICKS UP THAT NIGHT'S OUTCOMES.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *2026-08-21    KEVIN      INITIAL VERSION
      *2026-09-01    KEVIN      RAISE CICTWRK CONTACT REPAIR ITEMS
      *2026-10-15    KEVIN      CINOTIFY DELIVERY DATE STAMPED WITH
      *                         THE BUSINESS DATE OF THE OUTCOME
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 NTFW-ADDRESS            PIC X(40).
          05 NTFW-CREATE-DATE        PIC X(10).
          05 NTFW-DLV-STATUS         PIC X(01).
          05 NTFW-DLV-DATE           PIC X(10).
      *
       FD  RSPW-FILE.
       01 RSPW-REC.
          05 RSPW-STATUS             PIC X(01).
      *
       FD  NEWM-FILE.
       01 NEWM-REC                   PIC X(79).
      *
       SD  SORTN-FILE.
       01 SORTN-REC.
          05 SORTN-KEY.
             10 SORTN-APPL-ID        PIC 9(13).
             10 SORTN-TEMPLATE       PIC X(04).
          05 FILLER                  PIC X(62).
      *
       SD  SORTR-FILE.
       01 SORTR-REC.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-COUNTERS.
          05 WS-TOTAL-NOTIFY        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-DELIVERED     PIC 9(07) VALUE ZERO.
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
               DISPLAY 'CIOCCB14: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            OPEN OUTPUT RPT-FILE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            IF NOT WS-RSPW-DONE
            AND RSPW-KEY = NTFW-KEY
               MOVE RSPW-STATUS TO NTFW-DLV-STATUS
               MOVE WS-BUS-DATE TO NTFW-DLV-DATE
               IF RSPW-STATUS = 'U'
                  ADD 1 TO WS-TOTAL-UNDELIVERED
                  MOVE NTFW-APPL-ID  TO WS-DL-APPL-ID
