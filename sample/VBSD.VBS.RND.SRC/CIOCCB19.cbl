      *
      * CREDIT LIMIT INCREASE SCORING AND APPLY. PICKS UP EVERY
      * CILIMREQ REQUEST AT PENDING-SCORE (AND EVERY PENDING-SUPV
      * REQUEST WITH A SUPERVISOR RESULT KEYED), RE-SCORES IT
      * AGAINST THE SAME CISCORE SCORECARD (THROUGH CIOCSCOR) THAT
      * CIOCCB04'S 2020-COMPUTE-LIMIT SCORES NEW APPLICATIONS BY -
      * SALARY AND DEMOGRAPHICS FROM THE ORIGINATING CIC0012O
      * APPLICATION, CREDIT HISTORY/HOLD FROM THE LATEST CIBURRSP
      * BUREAU RESPONSE (THE APPLICATION'S OWN WHEN NONE CAME) - AND
      * ROUTES A NEW LIMIT OVER THE SUPERVISOR THRESHOLD TO
      * PENDING-SUPV FOR SIGN-OFF ON THE CIOCCM10 SCREEN. ON A
      * FINAL DECISION THE REQUEST IS STAMPED, A CINOTIFY DECISION
      * NOTIFICATION (LIMD TEMPLATE) IS CUT, AND AN APPROVAL IS
      * APPLIED TO CICARD-LIMIT (NEVER TO A BLOCKED, LOST, STOLEN OR
      * CLOSED CARD - THAT ONE IS LISTED AND LEFT AS IT IS). THE
      * SUPPLEMENTARY CARDS OF THE CARD SHARE ITS LIMIT AND TAKE
      * THE NEW ONE WITH IT. AN
      * APPROVED LIMIT THAT CROSSES INTO A HIGHER CIPRODCT BAND
      * MOVES THE CARD AND ITS SUPPLEMENTARIES UP TO THAT PRODUCT
      * (THROUGH CIOCPROD); THE NEW PLASTIC IS CUT AT RENEWAL.
      * A PRE-APPROVED REVIEW OFFER ACCEPTED ON CIOCCM10 (STATUS
      * OFFER-ACCEPTED) IS APPROVED AND APPLIED AS OFFERED.
      *
      * EVERY MATCH IS A SORTED TWO-FILE PASS IN THE CIOCCB07
      * STYLE; THE UPDATED REQUEST FILE (CILIMRQN) IS WRITTEN FOR
      *
      * DECLINE REASONS: 001 SALARY BELOW FLOOR OR APPLICATION
      * MISSING, 002 BUREAU CREDIT HOLD, 003 NO CAPACITY ABOVE THE
      * CURRENT LIMIT, 004 SUPERVISOR REFUSED, 005 SCORE BELOW THE
      * SCORECARD CUT-OFF. THE SCORE AND SCORECARD VERSION ARE
      * STAMPED ON THE REQUEST; WITH NO USABLE SCORECARD A REQUEST
      * STAYS PENDING FOR THE NEXT RUN.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *2026-09-01    KEVIN      CARD CLOSE GUARDED ON THE OPEN
      *                         SWITCH - THE FILE STATUS IS STALE
      *                         AFTER THE KEYED READS
      *2026-10-15    KEVIN      SCORE FROM THE CISCORE SCORECARD VIA
      *                         CIOCSCOR IN PLACE OF THE SALARY X 0.3
      *                         RULE; SCORE AND VERSION ON THE REQUEST
      *2026-10-15    KEVIN      APPROVED LIMIT CARRIED TO THE CARD'S
      *                         SUPPLEMENTARY CARDS
      *2026-10-15    KEVIN      ACCEPTED PORTFOLIO REVIEW OFFERS
      *                         APPROVED AND APPLIED AS OFFERED
      *2026-10-15    KEVIN      CARD AND SUPPLEMENTARIES MOVED UP TO
      *                         THE CIPRODCT PRODUCT OF THE NEW LIMIT
      *2026-10-15    KEVIN      APPROVED LIMIT ONLY APPLIED TO AN
      *                         ACTIVE OR NOT-YET-ISSUED CARD
      *                         WHEN AN INCREASE CROSSES A BAND
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 RQW-SUPV-OPID           PIC X(08).
          05 RQW-REQ-DATE            PIC X(10).
          05 RQW-DEC-DATE            PIC X(10).
          05 RQW-SCORE               PIC 9(04).
          05 RQW-SCORE-VERSION       PIC 9(03).
      *
       FD  ENR-FILE.
       01 ENR-REC.
          05 ENR-SALARY              PIC 9(08).
          05 ENR-MOBILE              PIC 9(11).
          05 ENR-EMAIL               PIC X(40).
          05 ENR-SCORE               PIC 9(04).
          05 ENR-SCORE-VERSION       PIC 9(03).
          05 ENR-ACCT-COUNT          PIC 9(03).
          05 ENR-LIVE-YEARS          PIC 9(03).
          05 ENR-SERVE-YEARS         PIC 9(03).
          05 ENR-MARITAL             PIC X(01).
          05 ENR-APPL-HISTORY        PIC 9(03).
          05 ENR-APPL-HOLD           PIC 9(03).
      *
       FD  RSPW-FILE.
       01 RSPW-REC.
          05 OUT-SUPV-OPID           PIC X(08).
          05 OUT-REQ-DATE            PIC X(10).
          05 OUT-DEC-DATE            PIC X(10).
          05 OUT-SCORE               PIC 9(04).
          05 OUT-SCORE-VERSION       PIC 9(03).
      *
       FD  LRQ-FILE.
       01 LRQ-REC.
          05 LRQ-CARD-NUMB           PIC 9(16).
          05 LRQ-REST                PIC X(79).
      *
       FD  NEWR-FILE.
       01 NEWR-REC                   PIC X(95).
      *
       FD  NTF-FILE.
       COPY CINOTIFY.
       01 SORT1-REC.
          05 SORT1-CARD-NUMB         PIC 9(16).
          05 SORT1-APPL-ID           PIC 9(13).
          05 SORT1-REST              PIC X(66).
      *
       SD  SORT2-FILE.
       01 SORT2-REC.
          05 SORT2-SALARY            PIC 9(08).
          05 SORT2-MOBILE            PIC 9(11).
          05 SORT2-EMAIL             PIC X(40).
          05 SORT2-SCORE             PIC 9(04).
          05 SORT2-SCORE-VERSION     PIC 9(03).
          05 SORT2-ACCT-COUNT        PIC 9(03).
          05 SORT2-LIVE-YEARS        PIC 9(03).
          05 SORT2-SERVE-YEARS       PIC 9(03).
          05 SORT2-MARITAL           PIC X(01).
          05 SORT2-APPL-HISTORY      PIC 9(03).
          05 SORT2-APPL-HOLD         PIC 9(03).
      *
       SD  SORT3-FILE.
       01 SORT3-REC.
          05 SORT3-SUPV-OPID         PIC X(08).
          05 SORT3-REQ-DATE          PIC X(10).
          05 SORT3-DEC-DATE          PIC X(10).
          05 SORT3-SCORE             PIC 9(04).
          05 SORT3-SCORE-VERSION     PIC 9(03).
      *
       SD  SORT4-FILE.
       01 SORT4-REC.
          05 SORT4-CARD-NUMB         PIC 9(16).
          05 SORT4-REST              PIC X(79).
      *
       SD  SORT6-FILE.
       01 SORT6-REC.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-CARD-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-CARD-OPENED      VALUE 'Y'.
          05 WS-SUPP-DONE-SW        PIC X(01) VALUE 'N'.
             88 WS-SUPP-DONE        VALUE 'Y'.
          05 WS-UPGRADE-SW          PIC X(01) VALUE 'N'.
             88 WS-UPGRADE          VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-COMPUTE-WORK.
          05 WS-CAPACITY            PIC 9(08).
          05 WS-CANDIDATE           PIC 9(08).
          05 WS-BUR-HISTORY         PIC 9(03).
          05 WS-BUR-HOLD            PIC 9(03).
          05 WS-UPG-PRODUCT         PIC X(04).
          05 WS-UPG-LOW             PIC 9(08).
       01 WS-COUNTERS.
          05 WS-TOTAL-PENDING       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-APPROVED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SUPV-RELEASED PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-ORPHAN        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-CARDS-UPDATED PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SUPPS-UPDATED PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-UNSCORED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-UPGRADED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NOT-APPLIED   PIC 9(07) VALUE ZERO.
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *CREDIT SCORECARD CALL PARAMETER AREA
       01 WS-SCORE-AREA.
       COPY CISCWS.
      *CARD PRODUCT CALL PARAMETER AREA
       01 WS-PRODUCT-AREA.
       COPY CIPDWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
                       SET WS-LIMREQ-DONE TO TRUE
                   NOT AT END
                       IF CILIMREQ-PENDING-SCORE
                       OR CILIMREQ-OFFER-ACCEPTED
                       OR (CILIMREQ-PENDING-SUPV
                           AND CILIMREQ-SUPV-RESULT NOT = ZERO)
                          ADD 1 TO WS-TOTAL-PENDING
            MOVE RQW-SUPV-RESULT TO SORT2-SUPV-RESULT
            MOVE RQW-SUPV-OPID   TO SORT2-SUPV-OPID
            MOVE RQW-REQ-DATE    TO SORT2-REQ-DATE
            MOVE RQW-SCORE       TO SORT2-SCORE
            MOVE RQW-SCORE-VERSION TO SORT2-SCORE-VERSION
            IF SORT2-ID-NUMBER NOT = SPACES
               MOVE CIC0012O-ANNUAL-SALARY TO SORT2-SALARY
               MOVE CIC0012O-MOBILE        TO SORT2-MOBILE
               MOVE CIC0012O-EMAIL         TO SORT2-EMAIL
               MOVE CIC0012O-ACCT-COUNT    TO SORT2-ACCT-COUNT
               MOVE CIC0012O-LIVE-YEARS    TO SORT2-LIVE-YEARS
               MOVE CIC0012O-COMPANY-SERVE-YEAR
                    TO SORT2-SERVE-YEARS
               MOVE CIC0012O-MARITAL-STATUS TO SORT2-MARITAL
               MOVE CIC0012O-CREDIT-HISTORY TO SORT2-APPL-HISTORY
               MOVE CIC0012O-CREDIT-HOLD   TO SORT2-APPL-HOLD
            END-IF
            RELEASE SORT2-REC
            .
       4010-SCORE-ALL-EXIT.
            EXIT.
      *
      * WITH NO FRESH BUREAU RESPONSE THE HISTORY AND HOLD THE
      * APPLICATION WAS DECIDED ON STAND
       4020-SCORE-ONE.
            MOVE ENR-APPL-HISTORY TO WS-BUR-HISTORY
            MOVE ENR-APPL-HOLD    TO WS-BUR-HOLD
            PERFORM UNTIL WS-RSPW-DONE
                    OR RSPW-KEY >= ENR-KEY
               PERFORM 4040-READ-RESPONSE
            MOVE ENR-SUPV-RESULT TO SORT3-SUPV-RESULT
            MOVE ENR-SUPV-OPID   TO SORT3-SUPV-OPID
            MOVE ENR-REQ-DATE    TO SORT3-REQ-DATE
            MOVE ENR-SCORE       TO SORT3-SCORE
            MOVE ENR-SCORE-VERSION TO SORT3-SCORE-VERSION
            EVALUATE ENR-STATUS
                WHEN 'S'
                     PERFORM 4050-RELEASE-FROM-SUPV
                        THRU 4050-RELEASE-FROM-SUPV-EXIT
                WHEN 'C'
                     PERFORM 4055-APPLY-ACCEPTED-OFFER
                        THRU 4055-APPLY-ACCEPTED-OFFER-EXIT
                WHEN OTHER
                     PERFORM 4060-SCORE-FRESH-REQUEST
                        THRU 4060-SCORE-FRESH-REQUEST-EXIT
            END-EVALUATE
            RELEASE SORT3-REC
            .
       4020-SCORE-ONE-EXIT.
       4050-RELEASE-FROM-SUPV-EXIT.
            EXIT.
      *
      * A PRE-APPROVED OFFER FROM THE PORTFOLIO REVIEW (CIOCCB32)
      * TAKEN UP ON CIOCCM10 WAS SCORED WHEN IT WAS MADE AND IS
      * ALREADY WITHIN THE SUPERVISOR THRESHOLD - IT IS APPROVED AS
      * OFFERED, WITHOUT A RE-SCORE
       4055-APPLY-ACCEPTED-OFFER.
            MOVE 'A' TO SORT3-STATUS
            MOVE WS-BUS-DATE TO SORT3-DEC-DATE
            ADD 1 TO WS-TOTAL-APPROVED
            PERFORM 4070-WRITE-NOTIFICATION
               THRU 4070-WRITE-NOTIFICATION-EXIT
            .
       4055-APPLY-ACCEPTED-OFFER-EXIT.
            EXIT.
      *
      * A MISSING APPLICATION OR A BUREAU HOLD DECLINES OUTRIGHT;
      * OTHERWISE THE REQUEST IS SCORED ON THE SAME CISCORE
      * SCORECARD CIOCCB04'S 2020-COMPUTE-LIMIT USES, AND THE
      * SCORECARD LIMIT IS TOPPED AT WHAT THE CARDHOLDER ASKED FOR
       4060-SCORE-FRESH-REQUEST.
            IF ENR-ID-NUMBER = SPACES
               MOVE 'D' TO SORT3-STATUS
               MOVE 001 TO SORT3-REASON
               MOVE WS-BUS-DATE TO SORT3-DEC-DATE
                  THRU 4070-WRITE-NOTIFICATION-EXIT
               GO TO 4060-SCORE-FRESH-REQUEST-EXIT
            END-IF
            MOVE WS-BUS-DATE      TO SC-AS-OF-DATE
            MOVE ENR-SALARY       TO SC-SALARY
            MOVE WS-BUR-HISTORY   TO SC-CREDIT-HISTORY
            MOVE WS-BUR-HOLD      TO SC-CREDIT-HOLD
            MOVE ENR-ACCT-COUNT   TO SC-ACCT-COUNT
            MOVE ENR-LIVE-YEARS   TO SC-LIVE-YEARS
            MOVE ENR-SERVE-YEARS  TO SC-SERVE-YEARS
            MOVE ENR-MARITAL      TO SC-MARITAL-STATUS
            CALL 'CIOCSCOR' USING WS-SCORE-AREA
            IF SC-FAILED
               DISPLAY 'CIOCCB19: NOT SCORED CARD ' ENR-CARD-NUMB
                  ' - ' SC-MSG
               ADD 1 TO WS-TOTAL-UNSCORED
               GO TO 4060-SCORE-FRESH-REQUEST-EXIT
            END-IF
            MOVE SC-SCORE   TO SORT3-SCORE
            MOVE SC-VERSION TO SORT3-SCORE-VERSION
            IF NOT SC-PASSED
               MOVE 'D' TO SORT3-STATUS
               IF SC-BELOW-SALARY
                  MOVE 001 TO SORT3-REASON
               ELSE
                  MOVE 005 TO SORT3-REASON
               END-IF
               MOVE WS-BUS-DATE TO SORT3-DEC-DATE
               ADD 1 TO WS-TOTAL-DECLINED
               PERFORM 4070-WRITE-NOTIFICATION
                  THRU 4070-WRITE-NOTIFICATION-EXIT
               GO TO 4060-SCORE-FRESH-REQUEST-EXIT
            END-IF
            MOVE SC-LIMIT TO WS-CAPACITY
            IF ENR-REQ-LIMIT < WS-CAPACITY
               MOVE ENR-REQ-LIMIT TO WS-CANDIDATE
            ELSE
       6000-APPLY-CARD-LIMITS-EXIT.
            EXIT.
      *
      * A CARD BLOCKED, LOST OR STOLEN SINCE THE REQUEST WAS MADE
      * NEVER TAKES A RAISED LIMIT (NOR DO ITS SUPPLEMENTARIES)
       6010-APPLY-ONE-LIMIT.
            MOVE OUT-CARD-NUMB TO CICARD-NUMB
            READ CARD-FILE
                INVALID KEY
                    DISPLAY 'CIOCCB19: APPROVED LIMIT FOR MISSING '
                       'CARD ' OUT-CARD-NUMB
                    GO TO 6010-APPLY-ONE-LIMIT-EXIT
            END-READ
            IF NOT CICARD-ACTIVE
            AND NOT CICARD-NOT-YET-ISSUED
               DISPLAY 'CIOCCB19: APPROVED LIMIT NOT APPLIED - CARD '
                  OUT-CARD-NUMB ' STATUS ' CICARD-STATUS
               ADD 1 TO WS-TOTAL-NOT-APPLIED
               GO TO 6010-APPLY-ONE-LIMIT-EXIT
            END-IF
            MOVE OUT-NEW-LIMIT TO CICARD-LIMIT
            PERFORM 6015-CHECK-PRODUCT-UPGRADE
               THRU 6015-CHECK-PRODUCT-UPGRADE-EXIT
            REWRITE CICARD-REC
            ADD 1 TO WS-TOTAL-CARDS-UPDATED
            PERFORM 6020-CARRY-TO-SUPPS
               THRU 6020-CARRY-TO-SUPPS-EXIT
            .
       6010-APPLY-ONE-LIMIT-EXIT.
            EXIT.
      *
      * THE CARD MOVES UP WHEN THE ACTIVE PRODUCT FOR THE NEW LIMIT
      * SITS IN A HIGHER BAND THAN THE ONE IT CARRIES, OR WHEN IT
      * CARRIES NONE THAT IS STILL ON FILE. AN INCREASE NEVER MOVES
      * A CARD DOWN, AND A LIMIT NO PRODUCT COVERS LEAVES IT ALONE
       6015-CHECK-PRODUCT-UPGRADE.
            MOVE 'N' TO WS-UPGRADE-SW
            SET PD-BY-LIMIT TO TRUE
            MOVE OUT-NEW-LIMIT TO PD-LIMIT
            CALL 'CIOCPROD' USING WS-PRODUCT-AREA
            IF NOT PD-OK
            OR PD-PRODUCT-CODE = CICARD-PRODUCT
               GO TO 6015-CHECK-PRODUCT-UPGRADE-EXIT
            END-IF
            MOVE PD-PRODUCT-CODE TO WS-UPG-PRODUCT
            MOVE PD-LIMIT-LOW    TO WS-UPG-LOW
            IF CICARD-PRODUCT NOT = SPACES
               SET PD-BY-CODE TO TRUE
               MOVE CICARD-PRODUCT TO PD-PRODUCT-CODE
               CALL 'CIOCPROD' USING WS-PRODUCT-AREA
               IF PD-OK
               AND WS-UPG-LOW NOT > PD-LIMIT-HIGH
                  GO TO 6015-CHECK-PRODUCT-UPGRADE-EXIT
               END-IF
            END-IF
            MOVE WS-UPG-PRODUCT TO CICARD-PRODUCT
            SET WS-UPGRADE TO TRUE
            ADD 1 TO WS-TOTAL-UPGRADED
            .
       6015-CHECK-PRODUCT-UPGRADE-EXIT.
            EXIT.
      *
      * A SUPPLEMENTARY CARRIES ITS PRIMARY'S APPLICATION ID, SO THE
      * APPLICATION-ID PATH OF THE CARD MASTER LEADS TO EVERY ONE
      * THAT HANGS OFF THE CARD JUST INCREASED
       6020-CARRY-TO-SUPPS.
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
                       IF CICARD-APPL-ID NOT = OUT-APPL-ID
                          SET WS-SUPP-DONE TO TRUE
                       ELSE
                          IF CICARD-PRIMARY-NUMB = OUT-CARD-NUMB
                          AND (CICARD-ACTIVE OR CICARD-BLOCKED
                               OR CICARD-NOT-YET-ISSUED)
                             MOVE OUT-NEW-LIMIT TO CICARD-LIMIT
                             IF WS-UPGRADE
                                MOVE WS-UPG-PRODUCT TO CICARD-PRODUCT
                             END-IF
                             REWRITE CICARD-REC
                             ADD 1 TO WS-TOTAL-SUPPS-UPDATED
                          END-IF
                       END-IF
               END-READ
            END-PERFORM
            .
       6020-CARRY-TO-SUPPS-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB19: REQUESTS SCORED    ' WS-TOTAL-PENDING
            DISPLAY 'CIOCCB19: RELEASED FROM SUPV '
               WS-TOTAL-SUPV-RELEASED
            DISPLAY 'CIOCCB19: ORPHAN REQUESTS    ' WS-TOTAL-ORPHAN
            DISPLAY 'CIOCCB19: LEFT UNSCORED      ' WS-TOTAL-UNSCORED
            DISPLAY 'CIOCCB19: CARD LIMITS UPDATED '
               WS-TOTAL-CARDS-UPDATED
            DISPLAY 'CIOCCB19: SUPPLEMENTARIES UPDATED '
               WS-TOTAL-SUPPS-UPDATED
            DISPLAY 'CIOCCB19: CARD PRODUCTS UPGRADED '
               WS-TOTAL-UPGRADED
            DISPLAY 'CIOCCB19: LIMITS NOT APPLIED - CARD NOT ACTIVE '
               WS-TOTAL-NOT-APPLIED
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-PENDING TO RC-REC-COUNT
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
      * REQUESTS LEFT PENDING FOR WANT OF A SCORECARD ARE A
      * WARNING FOR OPERATIONS, NOT A FAILED STEP
            IF WS-TOTAL-UNSCORED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
