      * APPLICATIONS ALREADY AT PENDING-SUPV WITH A SUPERVISOR RESULT
      * KEYED (CIC0012O-SUPV-RESULT NOT ZERO) ARE RELEASED ON TO
      * PENDING-MANCRE (APPROVED) OR DECLINED (REFUSED) BEFORE THE
      * LIMIT COMPUTE RUNS. A PENDING-CREINV APPLICATION IS ONLY
      * COMPUTED ONCE THE INVESTIGATOR HAS CLEARED IT ON CIOCCM18
      * (CIC0012O-CREINV-RESULT '900'); A REFUSAL THERE DECLINES IT
      * OUTRIGHT AND IT NEVER REACHES THIS STEP.
      *
      * THE LIMIT IS NO LONGER A FLAT SHARE OF SALARY: EACH
      * APPLICATION IS SCORED AGAINST THE CISCORE SCORECARD IN
      * FORCE ON THE BUSINESS DATE, AND THE SCORE AND SCORECARD
      * VERSION ARE STAMPED ON THE APPLICATION.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *2026-09-01    KEVIN      RESTART RE-WALKS THE BAND - THE ID
      *                         CHECKPOINT SKIP LOST WORK UNDER THE
      *                         STATUS-PATH READ ORDER
      *2026-10-15    KEVIN      COMPUTE WAITS FOR THE CREDIT
      *                         INVESTIGATION RESULT
      *2026-10-15    KEVIN      LIMIT FROM THE CISCORE SCORECARD
      *                         VIA CIOCSCOR, SCORE AND VERSION
      *                         STAMPED ON THE APPLICATION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-TOTAL-SKIPPED       PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-SUPV-HELD     PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-SUPV-RELEASED PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-UNSCORED      PIC 9(06) VALUE ZERO.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *CREDIT SCORECARD CALL PARAMETER AREA
       01 WS-SCORE-AREA.
       COPY CISCWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
               ADD 1 TO WS-TOTAL-SUPV-RELEASED
            END-IF
            IF CIC0012O-PENDING-CREINV
            AND CIC0012O-CREINV-RESULT = '900'
            AND CIC0012O-COMPUTE-RESULT = ZERO
               PERFORM 2020-COMPUTE-LIMIT
                  THRU 2020-COMPUTE-LIMIT-EXIT
               IF SC-OK
                  SET WS-RECORD-CHANGED TO TRUE
                  ADD 1 TO WS-TOTAL-COMPUTED
               ELSE
                  ADD 1 TO WS-TOTAL-UNSCORED
               END-IF
            END-IF
            IF WS-RECORD-CHANGED
               REWRITE CIC0012O-REC
       2015-RELEASE-FROM-SUPV-EXIT.
            EXIT.
      *
      * SCORES A PENDING-CREINV APPLICATION AGAINST THE CISCORE
      * SCORECARD IN FORCE (THROUGH CIOCSCOR) AND MOVES IT ON TO
      * PENDING-SUPV (A COMPUTED LIMIT ABOVE WS-SUPV-THRESHOLD, HELD
      * FOR A SECOND-LEVEL SIGN-OFF SO A LARGE LINE ISN'T APPROVED
      * ON ONE REVIEWER'S NAME ALONE) OR PENDING-MANCRE (AT OR
      * BELOW THRESHOLD, OR REFUSED, READY FOR MANUAL CREDIT'S
      * FINAL DECISION). REFUSE REASONS: 001 SALARY BELOW THE
      * SCORECARD FLOOR, 005 SCORE BELOW THE CUT-OFF. WITH NO
      * USABLE SCORECARD THE APPLICATION IS LEFT UNTOUCHED FOR THE
      * NEXT RUN.
       2020-COMPUTE-LIMIT.
            MOVE WS-BUS-DATE               TO SC-AS-OF-DATE
            MOVE CIC0012O-ANNUAL-SALARY    TO SC-SALARY
            MOVE CIC0012O-CREDIT-HISTORY   TO SC-CREDIT-HISTORY
            MOVE CIC0012O-CREDIT-HOLD      TO SC-CREDIT-HOLD
            MOVE CIC0012O-ACCT-COUNT       TO SC-ACCT-COUNT
            MOVE CIC0012O-LIVE-YEARS       TO SC-LIVE-YEARS
            MOVE CIC0012O-COMPANY-SERVE-YEAR TO SC-SERVE-YEARS
            MOVE CIC0012O-MARITAL-STATUS   TO SC-MARITAL-STATUS
            CALL 'CIOCSCOR' USING WS-SCORE-AREA
            IF SC-FAILED
               DISPLAY 'CIOCCB04: NOT SCORED ' CIC0012O-ID ' - '
                  SC-MSG
               GO TO 2020-COMPUTE-LIMIT-EXIT
            END-IF
            MOVE SC-SCORE   TO CIC0012O-SCORE
            MOVE SC-VERSION TO CIC0012O-SCORE-VERSION
            MOVE WS-BUS-DATE TO CIC0012O-LAST-DATE
            EVALUATE TRUE
                WHEN SC-BELOW-SALARY
                     MOVE ZERO TO CIC0012O-COMPUTE-LIMIT
                     MOVE 910  TO CIC0012O-COMPUTE-RESULT
                     MOVE 001  TO CIC0012O-COMPUTE-REFUSE-REASON
                     SET CIC0012O-PENDING-MANCRE TO TRUE
                WHEN SC-BELOW-CUTOFF
                     MOVE ZERO TO CIC0012O-COMPUTE-LIMIT
                     MOVE 910  TO CIC0012O-COMPUTE-RESULT
                     MOVE 005  TO CIC0012O-COMPUTE-REFUSE-REASON
                     SET CIC0012O-PENDING-MANCRE TO TRUE
                WHEN OTHER
                     MOVE SC-LIMIT TO CIC0012O-COMPUTE-LIMIT
                     MOVE 900  TO CIC0012O-COMPUTE-RESULT
                     MOVE ZERO TO CIC0012O-COMPUTE-REFUSE-REASON
                     IF CIC0012O-COMPUTE-LIMIT > WS-SUPV-THRESHOLD
                        SET CIC0012O-PENDING-SUPV TO TRUE
                        ADD 1 TO WS-TOTAL-SUPV-HELD
                     ELSE
                        SET CIC0012O-PENDING-MANCRE TO TRUE
                     END-IF
            END-EVALUATE
            .
       2020-COMPUTE-LIMIT-EXIT.
            EXIT.
            DISPLAY 'CIOCCB04: RELEASED FROM SUPV '
               WS-TOTAL-SUPV-RELEASED
            DISPLAY 'CIOCCB04: RECORDS SKIPPED    ' WS-TOTAL-SKIPPED
            DISPLAY 'CIOCCB04: LEFT UNSCORED      ' WS-TOTAL-UNSCORED
            IF WS-CIC0012-OK OR WS-CIC0012-EOF
               CLOSE CIC0012-FILE
            END-IF
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
      * APPLICATIONS LEFT UNSCORED FOR WANT OF A SCORECARD ARE A
      * WARNING FOR OPERATIONS, NOT A FAILED STEP
            IF WS-TOTAL-UNSCORED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
