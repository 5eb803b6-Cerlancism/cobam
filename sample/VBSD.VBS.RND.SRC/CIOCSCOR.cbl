       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCSCOR.
      *****************************************************************
      * CIOCCIMN - BATCH SUBPROGRAM
      *
      * CREDIT SCORECARD SERVICE. CIOCCB04 (NEW APPLICATIONS) AND
      * CIOCCB19 (LIMIT INCREASES) CALL HERE THROUGH THE CISCWS
      * PARAMETER AREA SO BOTH SCORE FROM THE SAME CISCORE RULES.
      *
      * ON THE FIRST CALL OF THE RUN THE SCORECARD IN FORCE IS
      * PICKED - THE HIGHEST VERSION WHOSE HEADER IS ACTIVE AND
      * WHOSE EFFECTIVE DATE IS ON OR BEFORE SC-AS-OF-DATE - AND
      * ITS FACTOR AND SCORE BANDS ARE LOADED AND KEPT FOR THE
      * LIFE OF THE RUN, SO EVERY DECISION IN ONE NIGHT IS MADE
      * UNDER ONE VERSION.
      *
      * EACH FACTOR SCORES THE POINTS OF THE FIRST BAND ITS VALUE
      * FALLS IN; A VALUE NO BAND COVERS SCORES NOTHING. THE TOTAL
      * PICKS THE SCORE BAND AND ITS SALARY MULTIPLIER.
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
           SELECT SCR-FILE ASSIGN TO 'CISCORE'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SCR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SCR-FILE.
       COPY CISCORE.
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCSCOR WS BEGIN'.
       01 WS-FLAGS.
          05 WS-SCR-STATUS          PIC X(02).
             88 WS-SCR-OK           VALUE '00'.
             88 WS-SCR-EOF          VALUE '10'.
             88 WS-SCR-NOFILE       VALUE '35'.
          05 WS-SCR-EOF-SW          PIC X(01).
             88 WS-SCR-DONE         VALUE 'Y'.
          05 WS-LOADED-SW           PIC X(01) VALUE 'N'.
             88 WS-LOADED           VALUE 'Y'.
          05 WS-BAND-FOUND-SW       PIC X(01).
             88 WS-BAND-FOUND       VALUE 'Y'.
      * THE VERSION IN FORCE AND ITS HEADER RULES
       01 WS-CARD-HEADER.
          05 WS-USE-VERSION         PIC 9(03) VALUE ZERO.
          05 WS-USE-EFF-DATE        PIC X(10).
          05 WS-USE-CUTOFF          PIC 9(04).
          05 WS-USE-MIN-SALARY      PIC 9(08).
      * A SCORECARD RUNS TO A FEW DOZEN BANDS; A FULL TABLE IS A
      * HARD REFUSAL, NEVER A SILENTLY SHORTER SCORECARD
       01 WS-FB-LIMIT               PIC 9(03) VALUE 200.
       01 WS-FB-TABLE.
          05 WS-FB-COUNT            PIC 9(03) VALUE ZERO.
          05 WS-FB-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-FB-COUNT
                INDEXED BY WS-FX.
             10 WS-FB-FACTOR        PIC X(04).
             10 WS-FB-LOW           PIC 9(08).
             10 WS-FB-HIGH          PIC 9(08).
             10 WS-FB-CODE          PIC X(01).
             10 WS-FB-POINTS        PIC 9(03).
       01 WS-SB-LIMIT               PIC 9(02) VALUE 50.
       01 WS-SB-TABLE.
          05 WS-SB-COUNT            PIC 9(02) VALUE ZERO.
          05 WS-SB-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-SB-COUNT
                INDEXED BY WS-SX.
             10 WS-SB-LOW           PIC 9(04).
             10 WS-SB-HIGH          PIC 9(04).
             10 WS-SB-MULTIPLIER    PIC 9V999.
             10 WS-SB-MAX-LIMIT     PIC 9(08).
       01 WS-SCORE-WORK.
          05 WS-FAC-NAME            PIC X(04).
          05 WS-FAC-VALUE           PIC 9(08).
          05 WS-FAC-CODE            PIC X(01).
          05 WS-TOTAL-SCORE         PIC 9(04).
          05 WS-RAW-LIMIT           PIC 9(08)V99.
          05 WS-MULTIPLIER          PIC 9V999.
          05 WS-MAX-LIMIT           PIC 9(08).
      *
       LINKAGE SECTION.
       01 SCORE-PARM.
       COPY CISCWS.
      *
       PROCEDURE DIVISION USING SCORE-PARM.
       0000-MAINLINE.
            SET SC-OK TO TRUE
            MOVE SPACES TO SC-MSG
            IF NOT WS-LOADED
               PERFORM 1000-LOAD-SCORECARD
                  THRU 1000-LOAD-SCORECARD-EXIT
            END-IF
            IF SC-OK
               PERFORM 2000-SCORE-APPLICANT
                  THRU 2000-SCORE-APPLICANT-EXIT
            END-IF
            GOBACK
            .
      *
      * TWO PASSES: THE HEADERS PICK THE VERSION IN FORCE, THEN
      * THAT VERSION'S BANDS ARE LOADED. THE SCORECARD IS KEPT FOR
      * THE RUN ONLY WHEN IT LOADED CLEAN.
       1000-LOAD-SCORECARD.
            PERFORM 1010-PICK-VERSION
               THRU 1010-PICK-VERSION-EXIT
            IF SC-FAILED
               GO TO 1000-LOAD-SCORECARD-EXIT
            END-IF
            PERFORM 1020-LOAD-BANDS
               THRU 1020-LOAD-BANDS-EXIT
            IF SC-OK
            AND WS-SB-COUNT = ZERO
               SET SC-FAILED TO TRUE
               MOVE 'SCORECARD VERSION HAS NO SCORE BANDS'
                    TO SC-MSG
            END-IF
            IF SC-OK
               SET WS-LOADED TO TRUE
               DISPLAY 'CIOCSCOR: SCORECARD VERSION ' WS-USE-VERSION
                  ' EFFECTIVE ' WS-USE-EFF-DATE
            END-IF
            .
       1000-LOAD-SCORECARD-EXIT.
            EXIT.
      *
       1010-PICK-VERSION.
            MOVE ZERO TO WS-USE-VERSION
            MOVE 'N' TO WS-SCR-EOF-SW
            OPEN INPUT SCR-FILE
            IF NOT WS-SCR-OK
               SET SC-FAILED TO TRUE
               MOVE 'SCORECARD FILE OPEN FAILED' TO SC-MSG
               GO TO 1010-PICK-VERSION-EXIT
            END-IF
            PERFORM UNTIL WS-SCR-DONE
               READ SCR-FILE
                   AT END
                       SET WS-SCR-DONE TO TRUE
                   NOT AT END
                       IF CISCORE-HEADER
                       AND CISCORE-ACTIVE
                       AND CISCORE-EFF-DATE NOT > SC-AS-OF-DATE
                       AND CISCORE-VERSION > WS-USE-VERSION
                          MOVE CISCORE-VERSION    TO WS-USE-VERSION
                          MOVE CISCORE-EFF-DATE   TO WS-USE-EFF-DATE
                          MOVE CISCORE-CUTOFF     TO WS-USE-CUTOFF
                          MOVE CISCORE-MIN-SALARY
                               TO WS-USE-MIN-SALARY
                       END-IF
               END-READ
            END-PERFORM
            CLOSE SCR-FILE
            IF WS-USE-VERSION = ZERO
               SET SC-FAILED TO TRUE
               MOVE 'NO ACTIVE SCORECARD IN FORCE' TO SC-MSG
            END-IF
            .
       1010-PICK-VERSION-EXIT.
            EXIT.
      *
       1020-LOAD-BANDS.
            MOVE ZERO TO WS-FB-COUNT
            MOVE ZERO TO WS-SB-COUNT
            MOVE 'N' TO WS-SCR-EOF-SW
            OPEN INPUT SCR-FILE
            IF NOT WS-SCR-OK
               SET SC-FAILED TO TRUE
               MOVE 'SCORECARD FILE REOPEN FAILED' TO SC-MSG
               GO TO 1020-LOAD-BANDS-EXIT
            END-IF
            PERFORM UNTIL WS-SCR-DONE
               READ SCR-FILE
                   AT END
                       SET WS-SCR-DONE TO TRUE
                   NOT AT END
                       IF CISCORE-VERSION = WS-USE-VERSION
                          PERFORM 1030-LOAD-ONE-BAND
                             THRU 1030-LOAD-ONE-BAND-EXIT
                       END-IF
               END-READ
            END-PERFORM
            CLOSE SCR-FILE
            .
       1020-LOAD-BANDS-EXIT.
            EXIT.
      *
       1030-LOAD-ONE-BAND.
            EVALUATE TRUE
                WHEN CISCORE-FACTOR-BAND
                     IF WS-FB-COUNT >= WS-FB-LIMIT
                        SET SC-FAILED TO TRUE
                        MOVE 'SCORECARD FACTOR TABLE FULL' TO SC-MSG
                        SET WS-SCR-DONE TO TRUE
                     ELSE
                        ADD 1 TO WS-FB-COUNT
                        SET WS-FX TO WS-FB-COUNT
                        MOVE CISCORE-FACTOR    TO WS-FB-FACTOR(WS-FX)
                        MOVE CISCORE-BAND-LOW  TO WS-FB-LOW(WS-FX)
                        MOVE CISCORE-BAND-HIGH TO WS-FB-HIGH(WS-FX)
                        MOVE CISCORE-BAND-CODE TO WS-FB-CODE(WS-FX)
                        MOVE CISCORE-POINTS    TO WS-FB-POINTS(WS-FX)
                     END-IF
                WHEN CISCORE-SCORE-BAND
                     IF WS-SB-COUNT >= WS-SB-LIMIT
                        SET SC-FAILED TO TRUE
                        MOVE 'SCORECARD SCORE BAND TABLE FULL'
                             TO SC-MSG
                        SET WS-SCR-DONE TO TRUE
                     ELSE
                        ADD 1 TO WS-SB-COUNT
                        SET WS-SX TO WS-SB-COUNT
                        MOVE CISCORE-SCORE-LOW  TO WS-SB-LOW(WS-SX)
                        MOVE CISCORE-SCORE-HIGH TO WS-SB-HIGH(WS-SX)
                        MOVE CISCORE-MULTIPLIER
                             TO WS-SB-MULTIPLIER(WS-SX)
                        MOVE CISCORE-MAX-LIMIT
                             TO WS-SB-MAX-LIMIT(WS-SX)
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .
       1030-LOAD-ONE-BAND-EXIT.
            EXIT.
      *
      * THE SCORE IS ALWAYS WORKED OUT IN FULL, EVEN UNDER THE
      * SALARY FLOOR, SO EVERY DECISION CARRIES ITS SCORE
       2000-SCORE-APPLICANT.
            MOVE WS-USE-VERSION TO SC-VERSION
            MOVE ZERO TO WS-TOTAL-SCORE
            MOVE ZERO TO SC-LIMIT
            MOVE SPACE TO WS-FAC-CODE
            MOVE 'HIST'            TO WS-FAC-NAME
            MOVE SC-CREDIT-HISTORY TO WS-FAC-VALUE
            PERFORM 2010-SCORE-FACTOR THRU 2010-SCORE-FACTOR-EXIT
            MOVE 'HOLD'            TO WS-FAC-NAME
            MOVE SC-CREDIT-HOLD    TO WS-FAC-VALUE
            PERFORM 2010-SCORE-FACTOR THRU 2010-SCORE-FACTOR-EXIT
            MOVE 'ACCT'            TO WS-FAC-NAME
            MOVE SC-ACCT-COUNT     TO WS-FAC-VALUE
            PERFORM 2010-SCORE-FACTOR THRU 2010-SCORE-FACTOR-EXIT
            MOVE 'LIVE'            TO WS-FAC-NAME
            MOVE SC-LIVE-YEARS     TO WS-FAC-VALUE
            PERFORM 2010-SCORE-FACTOR THRU 2010-SCORE-FACTOR-EXIT
            MOVE 'SERV'            TO WS-FAC-NAME
            MOVE SC-SERVE-YEARS    TO WS-FAC-VALUE
            PERFORM 2010-SCORE-FACTOR THRU 2010-SCORE-FACTOR-EXIT
            MOVE 'SALY'            TO WS-FAC-NAME
            MOVE SC-SALARY         TO WS-FAC-VALUE
            PERFORM 2010-SCORE-FACTOR THRU 2010-SCORE-FACTOR-EXIT
            MOVE 'MARI'            TO WS-FAC-NAME
            MOVE ZERO              TO WS-FAC-VALUE
            MOVE SC-MARITAL-STATUS TO WS-FAC-CODE
            PERFORM 2020-SCORE-CODE-FACTOR
               THRU 2020-SCORE-CODE-FACTOR-EXIT
            MOVE WS-TOTAL-SCORE TO SC-SCORE
            IF SC-SALARY < WS-USE-MIN-SALARY
               SET SC-BELOW-SALARY TO TRUE
               GO TO 2000-SCORE-APPLICANT-EXIT
            END-IF
            IF WS-TOTAL-SCORE < WS-USE-CUTOFF
               SET SC-BELOW-CUTOFF TO TRUE
               GO TO 2000-SCORE-APPLICANT-EXIT
            END-IF
            PERFORM 2030-FIND-SCORE-BAND
               THRU 2030-FIND-SCORE-BAND-EXIT
      * A SCORE NO BAND COVERS, OR A BAND WITH NO MULTIPLIER,
      * LENDS NOTHING AND IS TREATED AS UNDER THE CUT-OFF
            IF NOT WS-BAND-FOUND
            OR WS-MULTIPLIER = ZERO
               SET SC-BELOW-CUTOFF TO TRUE
               GO TO 2000-SCORE-APPLICANT-EXIT
            END-IF
            COMPUTE WS-RAW-LIMIT = SC-SALARY * WS-MULTIPLIER
            MOVE WS-RAW-LIMIT TO SC-LIMIT
            IF WS-MAX-LIMIT NOT = ZERO
            AND SC-LIMIT > WS-MAX-LIMIT
               MOVE WS-MAX-LIMIT TO SC-LIMIT
            END-IF
            SET SC-PASSED TO TRUE
            .
       2000-SCORE-APPLICANT-EXIT.
            EXIT.
      *
       2010-SCORE-FACTOR.
            SET WS-FX TO 1
            SEARCH WS-FB-ENTRY
                AT END
                     CONTINUE
                WHEN WS-FB-FACTOR(WS-FX) = WS-FAC-NAME
                 AND WS-FAC-VALUE NOT < WS-FB-LOW(WS-FX)
                 AND WS-FAC-VALUE NOT > WS-FB-HIGH(WS-FX)
                     ADD WS-FB-POINTS(WS-FX) TO WS-TOTAL-SCORE
            END-SEARCH
            .
       2010-SCORE-FACTOR-EXIT.
            EXIT.
      *
       2020-SCORE-CODE-FACTOR.
            SET WS-FX TO 1
            SEARCH WS-FB-ENTRY
                AT END
                     CONTINUE
                WHEN WS-FB-FACTOR(WS-FX) = WS-FAC-NAME
                 AND WS-FB-CODE(WS-FX) = WS-FAC-CODE
                     ADD WS-FB-POINTS(WS-FX) TO WS-TOTAL-SCORE
            END-SEARCH
            .
       2020-SCORE-CODE-FACTOR-EXIT.
            EXIT.
      *
       2030-FIND-SCORE-BAND.
            MOVE 'N'  TO WS-BAND-FOUND-SW
            MOVE ZERO TO WS-MULTIPLIER
            MOVE ZERO TO WS-MAX-LIMIT
            SET WS-SX TO 1
            SEARCH WS-SB-ENTRY
                AT END
                     CONTINUE
                WHEN WS-TOTAL-SCORE NOT < WS-SB-LOW(WS-SX)
                 AND WS-TOTAL-SCORE NOT > WS-SB-HIGH(WS-SX)
                     SET WS-BAND-FOUND TO TRUE
                     MOVE WS-SB-MULTIPLIER(WS-SX) TO WS-MULTIPLIER
                     MOVE WS-SB-MAX-LIMIT(WS-SX)  TO WS-MAX-LIMIT
            END-SEARCH
            .
       2030-FIND-SCORE-BAND-EXIT.
            EXIT.
