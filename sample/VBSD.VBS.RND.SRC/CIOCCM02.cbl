      * CIOCCB04). LETS A SUPERVISOR KEY CIC0012O-SUPV-RESULT/
      * REFUSE-REASON/COMMENT SO THE NEXT CIOCCB04 RUN CAN RELEASE
      * THE APPLICATION ON TO PENDING-MANCRE OR DECLINED.
      * A SUPERVISOR WHO ALREADY ACTED AT AN EARLIER STAGE OF THE
      * APPLICATION IS REFUSED (SEGREGATION OF DUTIES).
      *
      *****************************************************************
      *                         VERSION HISTORY
      *2026-08-08    KEVIN      INITIAL VERSION
      *2026-08-21    KEVIN      PF5 GET-NEXT-PENDING WORK QUEUE
      *2026-08-21    KEVIN      CIOPPROF OPERATOR AUTHORITY CHECK
      *2026-10-15    KEVIN      SEGREGATION OF DUTIES - REFUSE AN
      *                         OPERATOR WHO ACTED AT AN EARLIER STAGE
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
          88 WS-AUTH-OK         VALUE 'Y'.
       01 WS-AUTH-FUNC          PIC X(4).
       01 WS-AUTH-DETAIL        PIC X(40).
       01 WS-SOD-STAGE          PIC X(08).
      * LOCAL COPY OF THE SD00WS COMMAREA: THE MENU ROUTES IN WITH
      * ONLY THE 4-BYTE TRANSID AND A FRESH TRANSID START HAS NO
      * COMMAREA AT ALL, SO THE SCREEN STASHES AND RETURNS THROUGH
                     PERFORM 3029-LOG-AUTH-REFUSAL
                        THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-EVALUATE
            IF WS-AUTH-OK
               PERFORM 3021-CHECK-SEGREGATION
                  THRU 3021-CHECK-SEGREGATION-EXIT
            END-IF
            .
       3019-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
      * SEGREGATION OF DUTIES: AN OPERATOR WHO ALREADY ACTED AT AN
      * EARLIER STAGE OF THE APPLICATION MAY NOT DECIDE THIS ONE
       3021-CHECK-SEGREGATION.
            MOVE SPACES TO WS-SOD-STAGE
            IF EIBOPID = SPACES
               GO TO 3021-CHECK-SEGREGATION-EXIT
            END-IF
            EVALUATE TRUE
                WHEN CIC0012O-INTCHK-ID = EIBOPID
                     MOVE 'INTCHK' TO WS-SOD-STAGE
                WHEN CIC0012O-REVIEW-ID = EIBOPID
                     MOVE 'REVIEW' TO WS-SOD-STAGE
                WHEN CIC0012O-CREINV-ID = EIBOPID
                     MOVE 'CREINV' TO WS-SOD-STAGE
            END-EVALUATE
            IF WS-SOD-STAGE NOT = SPACES
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'YOU ACTED AT AN EARLIER STAGE' TO MSGO
               MOVE SPACES TO WS-AUTH-DETAIL
               STRING 'SEGREGATION - SAME OPERATOR AS '
                      WS-SOD-STAGE DELIMITED BY SIZE
                      INTO WS-AUTH-DETAIL
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3021-CHECK-SEGREGATION-EXIT.
            EXIT.
      *
       3020-SIGN-OFF-ENTRY.
            MOVE IDNOI TO CIC0012O-ID
