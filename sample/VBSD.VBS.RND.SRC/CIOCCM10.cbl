      * SIGN-OFF. ACTIONS:
      *   A = CAPTURE A REQUEST AGAINST AN ACTIVE CARD (WRITTEN TO
      *       CILIMREQ AT PENDING-SCORE FOR THE NIGHTLY CIOCCB19
      *       RE-SCORE); A SUPPLEMENTARY CARD SHARES ITS PRIMARY'S
      *       LIMIT, SO THE REQUEST IS TAKEN ON THE PRIMARY,
      *   S = SUPERVISOR SIGN-OFF ON A REQUEST THE SCORING BATCH
      *       HELD AT PENDING-SUPV (NEEDS THE CIOPPROF SUPERVISOR
      *       AUTHORITY; THE AUTHORITY LIMIT CAPS WHAT MAY BE
      *       SIGNED, AS ON THE APPLICATION SIGN-OFF SCREEN),
      *   B = BROWSE THE REQUEST ON FILE FOR A CARD.
      * A CAPTURE WITHIN A PRE-APPROVED PORTFOLIO REVIEW OFFER TAKES
      * THE OFFER UP (OFFER-ACCEPTED) INSTEAD OF QUEUEING A RE-SCORE.
      * REFUSED SIGN-OFFS LOG TO THE CIAL AUDIT QUEUE LIKE THE
      * MAINTENANCE SCREENS. A SUPERVISOR WHO ACTED AT ANY STAGE OF
      * THE CARD'S ORIGINATING APPLICATION MAY NOT SIGN OFF ITS
      * INCREASE (SEGREGATION OF DUTIES).
      *
      *****************************************************************
      *                         VERSION HISTORY
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-09-01    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      SEGREGATION OF DUTIES - REFUSE AN
      *                         OPERATOR WHO ACTED AT AN EARLIER STAGE
      *2026-10-15    KEVIN      REFUSE A REQUEST ON A SUPPLEMENTARY CARD
      *2026-10-15    KEVIN      ACCEPT A PRE-APPROVED REVIEW OFFER
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY CICARD.
      *CREDIT LIMIT INCREASE REQUEST RECORD
       COPY CILIMREQ.
      *CIC0012O APPLICATION RECORD
       COPY CIC0012O.
      *OPERATOR AUTHORIZATION PROFILE RECORD
       COPY CIOPPROF.
      *AUTHORIZATION REFUSAL LOG RECORD
          88 WS-AUTH-OK         VALUE 'Y'.
       01 WS-AUTH-FUNC          PIC X(4).
       01 WS-AUTH-DETAIL        PIC X(40).
       01 WS-SOD-STAGE          PIC X(08).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
               MOVE 'ONLY AN ACTIVE CARD CAN BE INCREASED' TO MSGO
               GO TO 3021-ADD-REQUEST-EXIT
            END-IF
            IF CICARD-PRIMARY-NUMB NOT = ZERO
               MOVE 'SUPPLEMENTARY - REQUEST ON PRIMARY CARD' TO MSGO
               GO TO 3021-ADD-REQUEST-EXIT
            END-IF
            MOVE CICARD-LIMIT TO CLIMO
            IF WS-REQ-LIMIT NOT > CICARD-LIMIT
               MOVE 'REQUESTED LIMIT NOT ABOVE CURRENT' TO MSGO
               GO TO 3021-ADD-REQUEST-EXIT
            END-IF
      * AN OPEN REQUEST BLOCKS A SECOND ONE; A FINAL DECISION MAY
      * BE OVERWRITTEN BY A FRESH REQUEST. A PRE-APPROVED REVIEW
      * OFFER IS TAKEN UP BY ASKING FOR NO MORE THAN WAS OFFERED
      * ON THE LIMIT IT WAS MADE AGAINST; ASKING FOR MORE REPLACES
      * THE OFFER WITH AN ORDINARY REQUEST
            MOVE 'N' TO WS-REQ-FOUND-SW
            MOVE CRDNI TO CILIMREQ-CARD-NUMB
            EXEC CICS READ
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-REQ-FOUND TO TRUE
               IF CILIMREQ-PENDING-SCORE OR CILIMREQ-PENDING-SUPV
               OR CILIMREQ-OFFER-ACCEPTED
                  MOVE 'A REQUEST IS ALREADY OPEN FOR CARD' TO MSGO
                  GO TO 3021-ADD-REQUEST-EXIT
               END-IF
               IF CILIMREQ-OFFERED
               AND WS-REQ-LIMIT NOT > CILIMREQ-NEW-LIMIT
               AND CILIMREQ-CUR-LIMIT = CICARD-LIMIT
                  PERFORM 3028-ACCEPT-OFFER
                     THRU 3028-ACCEPT-OFFER-EXIT
                  GO TO 3021-ADD-REQUEST-EXIT
               END-IF
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
               MOVE 'REQUEST IS NOT AWAITING SIGN-OFF' TO MSGO
               GO TO 3023-SUPV-SIGN-OFF-EXIT
            END-IF
            PERFORM 3027-CHECK-SEGREGATION
               THRU 3027-CHECK-SEGREGATION-EXIT
            IF NOT WS-AUTH-OK
               GO TO 3023-SUPV-SIGN-OFF-EXIT
            END-IF
            IF RSLTI = 900
            AND CILIMREQ-NEW-LIMIT > CIOPPROF-AUTH-LIMIT
               MOVE 'N' TO WS-AUTH-OK-SW
            .
       3026-LOG-AUTH-REFUSAL-EXIT.
            EXIT.
      *
      * SEGREGATION OF DUTIES: THE SIGN-OFF IS A LATER STAGE OF THE
      * ORIGINATING APPLICATION, SO AN OPERATOR WHOSE ID IS ON ANY
      * EARLIER STAGE OF IT IS REFUSED. AN APPLICATION ALREADY
      * ARCHIVED OFF CIC0012O CANNOT BE CHECKED HERE; THE NIGHTLY
      * SEGREGATION REPORT COVERS IT FROM THE JOURNAL
       3027-CHECK-SEGREGATION.
            MOVE SPACES TO WS-SOD-STAGE
            IF EIBOPID = SPACES
               GO TO 3027-CHECK-SEGREGATION-EXIT
            END-IF
            MOVE CILIMREQ-APPL-ID TO CIC0012O-ID
            EXEC CICS READ
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(CIC0012O-ID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO 3027-CHECK-SEGREGATION-EXIT
            END-IF
            EVALUATE TRUE
                WHEN CIC0012O-INTCHK-ID = EIBOPID
                     MOVE 'INTCHK' TO WS-SOD-STAGE
                WHEN CIC0012O-REVIEW-ID = EIBOPID
                     MOVE 'REVIEW' TO WS-SOD-STAGE
                WHEN CIC0012O-CREINV-ID = EIBOPID
                     MOVE 'CREINV' TO WS-SOD-STAGE
                WHEN CIC0012O-SUPV-ID = EIBOPID
                     MOVE 'SUPV' TO WS-SOD-STAGE
                WHEN CIC0012O-MANCRE-ID = EIBOPID
                     MOVE 'MANCRE' TO WS-SOD-STAGE
            END-EVALUATE
            IF WS-SOD-STAGE NOT = SPACES
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'YOU ACTED ON THE ORIGINAL APPLICATION' TO MSGO
               MOVE SPACES TO WS-AUTH-DETAIL
               STRING 'SEGREGATION - SAME OPERATOR AS '
                      WS-SOD-STAGE DELIMITED BY SIZE
                      INTO WS-AUTH-DETAIL
               PERFORM 3026-LOG-AUTH-REFUSAL
                  THRU 3026-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3027-CHECK-SEGREGATION-EXIT.
            EXIT.
      *
      * THE ACCEPTED OFFER IS APPROVED AS ASKED BY THE NEXT CIOCCB19
      * RUN WITHOUT A RE-SCORE
       3028-ACCEPT-OFFER.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            MOVE WS-REQ-LIMIT    TO CILIMREQ-REQ-LIMIT
            MOVE WS-REQ-LIMIT    TO CILIMREQ-NEW-LIMIT
            SET CILIMREQ-OFFER-ACCEPTED TO TRUE
            MOVE WS-DATEOUT      TO CILIMREQ-REQ-DATE
            EXEC CICS REWRITE
                 FILE('CILIMREQ')
                 FROM(CILIMREQ-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'C' TO RQSTO
               MOVE 'PRE-APPROVED OFFER ACCEPTED' TO MSGO
            ELSE
               MOVE 'CILIMREQ FILE ERROR!' TO MSGO
            END-IF
            .
       3028-ACCEPT-OFFER-EXIT.
            EXIT.
      *
       3030-SEND-MAP.
            PERFORM 1010-ASK-TIME-DATE
