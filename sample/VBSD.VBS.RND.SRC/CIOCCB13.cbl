      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-09-01    KEVIN      BUREAU CHECKS INCLUDE CIOCCB21
      *                         RESUBMISSION COUNT
      *2026-10-15    KEVIN      WITHDRAWN (920) STATUS BUCKET
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-CNT-130             PIC 9(07) VALUE ZERO.
          05 WS-CNT-900             PIC 9(07) VALUE ZERO.
          05 WS-CNT-910             PIC 9(07) VALUE ZERO.
          05 WS-CNT-920             PIC 9(07) VALUE ZERO.
          05 WS-CNT-UNKNOWN         PIC 9(07) VALUE ZERO.
          05 WS-CNT-TOTAL           PIC 9(07) VALUE ZERO.
       01 WS-TOTALS.
                     ADD 1 TO WS-CNT-900
                WHEN 910
                     ADD 1 TO WS-CNT-910
                WHEN 920
                     ADD 1 TO WS-CNT-920
                WHEN OTHER
                     ADD 1 TO WS-CNT-UNKNOWN
            END-EVALUATE
            MOVE WS-CNT-910 TO WS-BL-COUNT
            MOVE WS-BUCKET-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '920    ' TO WS-BL-STATUS
            MOVE WS-CNT-920 TO WS-BL-COUNT
            MOVE WS-BUCKET-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'UNKNOWN' TO WS-BL-STATUS
            MOVE WS-CNT-UNKNOWN TO WS-BL-COUNT
            MOVE WS-BUCKET-LINE TO RPT-REC
