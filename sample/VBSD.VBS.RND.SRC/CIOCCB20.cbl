      *   - AVERAGE AND WORST ELAPSED DAYS IN EACH STAGE (100-130),
      *     COMPUTED FROM THE TRANSITION TIMESTAMPS OF EVERY STAGE
      *     LEFT DURING THE REPORT MONTH,
      *   - ADVANCE, DECLINE AND WITHDRAWAL COUNTS OUT OF EACH
      *     STAGE,
      *   - DECLINE REASON DISTRIBUTION WITH THE CIREASON DECLIN
      *     SHORT DESCRIPTIONS,
      *   - PER-OPERATOR DECISION VOLUMES FROM CISTJNL-CHG-OPID.
      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-09-01    KEVIN      IGNORE SAME-STATUS TOUCH ROWS -
      *                         THEY ARE NOT STAGE TRANSITIONS
      *2026-10-15    KEVIN      WITHDRAWALS COUNTED PER STAGE AS A
      *                         CLOSED OUTCOME OF THEIR OWN
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             10 WS-ST-DAY-WORST     PIC 9(06).
             10 WS-ST-ADVANCE-CNT   PIC 9(07).
             10 WS-ST-DECLINE-CNT   PIC 9(07).
             10 WS-ST-WITHDRAW-CNT  PIC 9(07).
      * THE SHOP HAS A FEW DOZEN DECISION OPERATORS; A FULL TABLE
      * IS A HARD ERROR, NEVER A SILENT DROP
       01 WS-OPER-LIMIT             PIC 9(03) VALUE 100.
       01 WS-COUNTERS.
          05 WS-TOTAL-TRANSITIONS   PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-DECLINES      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-WITHDRAWALS   PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(34) VALUE
             'WORKFLOW PERFORMANCE REPORT MONTH '.
          05 WS-SL-ADV              PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(05) VALUE ' DCL '.
          05 WS-SL-DCL              PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(05) VALUE ' WDR '.
          05 WS-SL-WDR              PIC ZZZ,ZZ9.
       01 WS-RSN-LINE.
          05 FILLER                 PIC X(07) VALUE 'REASON '.
          05 WS-RL-CODE             PIC 9(03).
            IF WS-ELAPSED-DAYS > WS-ST-DAY-WORST(WS-SX)
               MOVE WS-ELAPSED-DAYS TO WS-ST-DAY-WORST(WS-SX)
            END-IF
      * A WITHDRAWAL IS THE APPLICANT'S OWN CLOSURE - NEITHER AN
      * ADVANCE NOR A DECLINE OUT OF THE STAGE
            EVALUATE JNLW-NEW-STATUS
                WHEN 910
                     ADD 1 TO WS-ST-DECLINE-CNT(WS-SX)
                WHEN 920
                     ADD 1 TO WS-ST-WITHDRAW-CNT(WS-SX)
                     ADD 1 TO WS-TOTAL-WITHDRAWALS
                WHEN OTHER
                     ADD 1 TO WS-ST-ADVANCE-CNT(WS-SX)
            END-EVALUATE
            .
       2020-TALLY-STAGE-TIME-EXIT.
            EXIT.
                  MOVE WS-ST-DAY-WORST(WS-SX)   TO WS-SL-WORST
                  MOVE WS-ST-ADVANCE-CNT(WS-SX) TO WS-SL-ADV
                  MOVE WS-ST-DECLINE-CNT(WS-SX) TO WS-SL-DCL
                  MOVE WS-ST-WITHDRAW-CNT(WS-SX) TO WS-SL-WDR
                  MOVE WS-STAGE-LINE TO RPT-REC
                  WRITE RPT-REC
               END-IF
               WS-TOTAL-TRANSITIONS
            DISPLAY 'CIOCCB20: DECLINES IN MONTH   '
               WS-TOTAL-DECLINES
            DISPLAY 'CIOCCB20: WITHDRAWALS IN MONTH'
               WS-TOTAL-WITHDRAWALS
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-TRANSITIONS TO RC-REC-COUNT
