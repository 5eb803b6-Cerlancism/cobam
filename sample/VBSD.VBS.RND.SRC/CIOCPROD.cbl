       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCPROD.
      *****************************************************************
      * CIOCCIMN - BATCH SUBPROGRAM
      *
      * CARD PRODUCT SERVICE. CIOCCB12 (ISSUE), CIOCCB18 (RENEWAL)
      * AND CIOCCB19 (LIMIT INCREASES) CALL HERE THROUGH THE CIPDWS
      * PARAMETER AREA SO ALL THREE READ THE SAME CIPRODCT RULES.
      *
      * ON THE FIRST CALL OF THE RUN THE PRODUCT FILE IS LOADED
      * AND KEPT FOR THE LIFE OF THE RUN, SO EVERY CARD IN ONE
      * NIGHT IS CUT UNDER ONE SET OF PRODUCTS.
      *
      * BY LIMIT ANSWERS THE ACTIVE PRODUCT WHOSE BAND COVERS THE
      * LIMIT - THE MAINTENANCE SCREEN KEEPS ACTIVE BANDS FROM
      * OVERLAPPING, SO AT MOST ONE DOES. BY CODE ANSWERS THE
      * NAMED PRODUCT EVEN WHEN WITHDRAWN, SO EXISTING CARDS KEEP
      * RENEWING ON IT.
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
           SELECT PRD-FILE ASSIGN TO 'CIPRODCT'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRD-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRD-FILE.
       COPY CIPRODCT.
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCPROD WS BEGIN'.
       01 WS-FLAGS.
          05 WS-PRD-STATUS          PIC X(02).
             88 WS-PRD-OK           VALUE '00'.
             88 WS-PRD-EOF          VALUE '10'.
          05 WS-PRD-EOF-SW          PIC X(01).
             88 WS-PRD-DONE         VALUE 'Y'.
          05 WS-LOADED-SW           PIC X(01) VALUE 'N'.
             88 WS-LOADED           VALUE 'Y'.
          05 WS-LOAD-FAILED-SW      PIC X(01) VALUE 'N'.
             88 WS-LOAD-FAILED      VALUE 'Y'.
      * A PRODUCT RANGE RUNS TO A HANDFUL OF TIERS; A FULL TABLE IS
      * A HARD REFUSAL, NEVER A SILENTLY SHORTER RANGE
       01 WS-PR-LIMIT               PIC 9(02) VALUE 50.
       01 WS-PR-TABLE.
          05 WS-PR-COUNT            PIC 9(02) VALUE ZERO.
          05 WS-PR-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-PR-COUNT
                INDEXED BY WS-PX.
             10 WS-PR-CODE          PIC X(04).
             10 WS-PR-BIN           PIC 9(02).
             10 WS-PR-LOW           PIC 9(08).
             10 WS-PR-HIGH          PIC 9(08).
             10 WS-PR-VALID-YEARS   PIC 9(02).
             10 WS-PR-ARTWORK       PIC X(08).
             10 WS-PR-STATUS        PIC X(01).
                88 WS-PR-ACTIVE         VALUE 'A'.
      * THE LOAD FAILURE IS ANSWERED ON EVERY LATER CALL TOO
       01 WS-LOAD-MSG               PIC X(40) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 PRODUCT-PARM.
       COPY CIPDWS.
      *
       PROCEDURE DIVISION USING PRODUCT-PARM.
       0000-MAINLINE.
            SET PD-OK TO TRUE
            MOVE SPACES TO PD-MSG
            IF NOT WS-LOADED
            AND NOT WS-LOAD-FAILED
               PERFORM 1000-LOAD-PRODUCTS
                  THRU 1000-LOAD-PRODUCTS-EXIT
            END-IF
            IF WS-LOAD-FAILED
               SET PD-FAILED TO TRUE
               MOVE WS-LOAD-MSG TO PD-MSG
               GOBACK
            END-IF
            EVALUATE TRUE
                WHEN PD-BY-LIMIT
                     PERFORM 2000-FIND-BY-LIMIT
                        THRU 2000-FIND-BY-LIMIT-EXIT
                WHEN PD-BY-CODE
                     PERFORM 2010-FIND-BY-CODE
                        THRU 2010-FIND-BY-CODE-EXIT
                WHEN OTHER
                     SET PD-FAILED TO TRUE
                     MOVE 'INVALID PRODUCT FUNCTION' TO PD-MSG
            END-EVALUATE
            GOBACK
            .
      *
       1000-LOAD-PRODUCTS.
            MOVE ZERO TO WS-PR-COUNT
            MOVE 'N' TO WS-PRD-EOF-SW
            OPEN INPUT PRD-FILE
            IF NOT WS-PRD-OK
               SET WS-LOAD-FAILED TO TRUE
               MOVE 'CARD PRODUCT FILE OPEN FAILED' TO WS-LOAD-MSG
               GO TO 1000-LOAD-PRODUCTS-EXIT
            END-IF
            PERFORM UNTIL WS-PRD-DONE
               READ PRD-FILE
                   AT END
                       SET WS-PRD-DONE TO TRUE
                   NOT AT END
                       PERFORM 1010-LOAD-ONE-PRODUCT
                          THRU 1010-LOAD-ONE-PRODUCT-EXIT
               END-READ
            END-PERFORM
            CLOSE PRD-FILE
            IF NOT WS-LOAD-FAILED
            AND WS-PR-COUNT = ZERO
               SET WS-LOAD-FAILED TO TRUE
               MOVE 'NO CARD PRODUCTS ON FILE' TO WS-LOAD-MSG
            END-IF
            IF NOT WS-LOAD-FAILED
               SET WS-LOADED TO TRUE
               DISPLAY 'CIOCPROD: CARD PRODUCTS LOADED ' WS-PR-COUNT
            END-IF
            .
       1000-LOAD-PRODUCTS-EXIT.
            EXIT.
      *
       1010-LOAD-ONE-PRODUCT.
            IF WS-PR-COUNT >= WS-PR-LIMIT
               SET WS-LOAD-FAILED TO TRUE
               MOVE 'CARD PRODUCT TABLE FULL' TO WS-LOAD-MSG
               SET WS-PRD-DONE TO TRUE
               GO TO 1010-LOAD-ONE-PRODUCT-EXIT
            END-IF
            ADD 1 TO WS-PR-COUNT
            SET WS-PX TO WS-PR-COUNT
            MOVE CIPRODCT-CODE        TO WS-PR-CODE(WS-PX)
            MOVE CIPRODCT-BIN         TO WS-PR-BIN(WS-PX)
            MOVE CIPRODCT-LIMIT-LOW   TO WS-PR-LOW(WS-PX)
            MOVE CIPRODCT-LIMIT-HIGH  TO WS-PR-HIGH(WS-PX)
            MOVE CIPRODCT-VALID-YEARS TO WS-PR-VALID-YEARS(WS-PX)
            MOVE CIPRODCT-ARTWORK     TO WS-PR-ARTWORK(WS-PX)
            MOVE CIPRODCT-STATUS      TO WS-PR-STATUS(WS-PX)
            .
       1010-LOAD-ONE-PRODUCT-EXIT.
            EXIT.
      *
       2000-FIND-BY-LIMIT.
            SET PD-NOT-FOUND TO TRUE
            SET WS-PX TO 1
            SEARCH WS-PR-ENTRY
                AT END
                     CONTINUE
                WHEN WS-PR-ACTIVE(WS-PX)
                 AND PD-LIMIT NOT < WS-PR-LOW(WS-PX)
                 AND PD-LIMIT NOT > WS-PR-HIGH(WS-PX)
                     PERFORM 2020-ANSWER-PRODUCT
                        THRU 2020-ANSWER-PRODUCT-EXIT
            END-SEARCH
            IF PD-NOT-FOUND
               MOVE 'NO ACTIVE PRODUCT COVERS THE LIMIT' TO PD-MSG
            END-IF
            .
       2000-FIND-BY-LIMIT-EXIT.
            EXIT.
      *
       2010-FIND-BY-CODE.
            SET PD-NOT-FOUND TO TRUE
            SET WS-PX TO 1
            SEARCH WS-PR-ENTRY
                AT END
                     CONTINUE
                WHEN WS-PR-CODE(WS-PX) = PD-PRODUCT-CODE
                     PERFORM 2020-ANSWER-PRODUCT
                        THRU 2020-ANSWER-PRODUCT-EXIT
            END-SEARCH
            IF PD-NOT-FOUND
               MOVE 'CARD PRODUCT NOT ON FILE' TO PD-MSG
            END-IF
            .
       2010-FIND-BY-CODE-EXIT.
            EXIT.
      *
       2020-ANSWER-PRODUCT.
            SET PD-OK TO TRUE
            MOVE WS-PR-CODE(WS-PX)        TO PD-PRODUCT-CODE
            MOVE WS-PR-BIN(WS-PX)         TO PD-BIN
            MOVE WS-PR-LOW(WS-PX)         TO PD-LIMIT-LOW
            MOVE WS-PR-HIGH(WS-PX)        TO PD-LIMIT-HIGH
            MOVE WS-PR-VALID-YEARS(WS-PX) TO PD-VALID-YEARS
            MOVE WS-PR-ARTWORK(WS-PX)     TO PD-ARTWORK
            .
       2020-ANSWER-PRODUCT-EXIT.
            EXIT.
