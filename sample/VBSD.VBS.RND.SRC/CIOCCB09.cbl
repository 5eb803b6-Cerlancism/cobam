      *2026-08-21    KEVIN      CIRUNCTL RUN CONTROL CALLS
      *2026-09-01    KEVIN      BUSINESS DATE FROM CIOCBDAT
      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-10-15    KEVIN      WITHDRAWN APPLICATIONS COUNTED AS
      *                         CLOSED, NEVER ESCALATED
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-TOTAL-OPEN          PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-WARN          PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-BREACH        PIC 9(06) VALUE ZERO.
      * WITHDRAWN APPLICATIONS ARE CLOSED - NEVER ESCALATED, ONLY
      * COUNTED SO THE SUPERVISOR SEES THEM LEAVE THE WORKLIST
          05 WS-TOTAL-WITHDRAWN     PIC 9(06) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(40) VALUE
             'SLA ESCALATION WORKLIST'.
                          PERFORM 2010-CHECK-ONE-APPLICATION
                             THRU 2010-CHECK-ONE-APPLICATION-EXIT
                       END-IF
                       IF CIC0012O-WITHDRAWN
                          ADD 1 TO WS-TOTAL-WITHDRAWN
                       END-IF
               END-READ
            END-PERFORM
            .
            MOVE WS-TOTAL-BREACH TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'WITHDRAWN (CLOSED)  ' TO WS-SL-LABEL
            MOVE WS-TOTAL-WITHDRAWN TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       3000-PRINT-SUMMARY-EXIT.
            EXIT.
