      * PENDING-MANCRE. LETS A MANUAL CREDIT REVIEWER KEY
      * CIC0012O-MANCRE-RESULT/REFUSE-REASON/COMMENT, WHICH SETS
      * CIC0012O-STATUS TO APPROVED OR DECLINED SO CIOCCB03 CAN
      * GENERATE THE ACCEPT/DECLINE LETTER. A REVIEWER WHO ALREADY
      * ACTED AT AN EARLIER STAGE OF THE APPLICATION IS REFUSED
      * (SEGREGATION OF DUTIES).
      *
      * THE REVIEWER MAY KEY A FINAL LIMIT OVER THE SCORECARD LIMIT.
      * A DECISION OPPOSITE THE COMPUTED RESULT, OR AN APPROVAL
      * ABOVE THE COMPUTED LIMIT, IS A MANUAL OVERRIDE: IT NEEDS A
      * REASON FROM THE CIREASON OVRIDE LIST AND IS FLAGGED ON
      * CIC0012O FOR THE MONTHLY OVERRIDE REPORT (CIOCCB34). AN
      * APPROVED LIMIT MAY NOT EXCEED THE REVIEWER'S CIOPPROF
      * AUTHORITY LIMIT, NOR WS-SUPV-THRESHOLD UNLESS A SUPERVISOR
      * HAS ALREADY SIGNED THE APPLICATION OFF.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *2026-08-21    KEVIN      PF5 GET-NEXT-PENDING WORK QUEUE
      *2026-08-21    KEVIN      CIOPPROF OPERATOR AUTHORITY CHECK
      *2026-08-21    KEVIN      WRITE CISTJNL STATUS JOURNAL ENTRY
      *2026-10-15    KEVIN      SEGREGATION OF DUTIES - REFUSE AN
      *                         OPERATOR WHO ACTED AT AN EARLIER STAGE
      *2026-10-15    KEVIN      KEYED FINAL LIMIT AND MANUAL OVERRIDE
      *                         FLAG WITH CIREASON OVRIDE REASON
      *2026-10-15    KEVIN      APPROVED LIMIT CAPPED BY AUTHORITY
      *                         LIMIT AND SUPERVISOR THRESHOLD; A
      *                         ZERO SCORECARD LIMIT NEEDS A KEYED ONE
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
      *STATUS TRANSITION JOURNAL RECORD
       COPY CISTJNL.
       01 WS-JNL-OLD-STATUS     PIC 9(03).
      *REASON CODE REFERENCE RECORD
       COPY CIREASON.
       01 WS-REASON-OK-SW       PIC X(1).
          88 WS-REASON-OK       VALUE 'Y'.
       01 WS-FINAL-LIMIT        PIC 9(08).
      * SAME THRESHOLD CIOCCB04 USES TO ROUTE A LIMIT TO SUPERVISOR
       01 WS-SUPV-THRESHOLD     PIC 9(08) VALUE 20000.
       01 WS-CURSOR-SW          PIC X(1) VALUE 'N'.
          88 WS-CURSOR-SET      VALUE 'Y'.
       01 WS-OVRD-FLAG          PIC X(1).
          88 WS-NO-OVERRIDE     VALUE SPACE.
          88 WS-OVRD-RESULT     VALUE 'R'.
          88 WS-OVRD-LIMIT      VALUE 'L'.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                  ELSE
                     IF LIMTL > 0 AND LIMTI NOT NUMERIC
                        MOVE 'FINAL LIMIT MUST BE NUMERIC' TO MSGO
                        SET WS-MAP-DATAONLY TO TRUE
                        PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                     ELSE
                        PERFORM 3020-FINAL-DECISION-ENTRY
                           THRU 3020-FINAL-DECISION-ENTRY-EXIT
                     END-IF
                  END-IF
               END-IF
            END-IF
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
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
                WHEN CIC0012O-SUPV-ID = EIBOPID
                     MOVE 'SUPV' TO WS-SOD-STAGE
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
       3020-FINAL-DECISION-ENTRY.
            MOVE IDNOI TO CIC0012O-ID
                           MOVE CIC0012O-COMPUTE-LIMIT TO LIMTO
                           GO TO 3020-SEND-AND-EXIT
                        END-IF
                        PERFORM 3022-CHECK-OVERRIDE
                           THRU 3022-CHECK-OVERRIDE-EXIT
                        IF NOT WS-REASON-OK
                           EXEC CICS UNLOCK
                                FILE('CIC0012O')
                           END-EXEC
                           MOVE WS-FINAL-LIMIT TO LIMTO
                           GO TO 3020-SEND-AND-EXIT
                        END-IF
                        PERFORM 3024-CHECK-LIMIT-AUTHORITY
                           THRU 3024-CHECK-LIMIT-AUTHORITY-EXIT
                        IF NOT WS-AUTH-OK
                           EXEC CICS UNLOCK
                                FILE('CIC0012O')
                           END-EXEC
                           MOVE WS-FINAL-LIMIT TO LIMTO
                           GO TO 3020-SEND-AND-EXIT
                        END-IF
                        MOVE CIC0012O-STATUS TO WS-JNL-OLD-STATUS
                        MOVE EIBOPID      TO CIC0012O-MANCRE-ID
                        MOVE SYSDO        TO CIC0012O-MANCRE-DATE
                             CIC0012O-MANCRE-REFUSE-REASON
                        MOVE CMNTI        TO CIC0012O-MANCRE-COMMENT
                        MOVE SYSDO        TO CIC0012O-LAST-DATE
                        MOVE WS-OVRD-FLAG TO CIC0012O-OVRD-FLAG
                        IF WS-NO-OVERRIDE
                           MOVE ZERO  TO CIC0012O-OVRD-REASON
                        ELSE
                           MOVE ORSNI TO CIC0012O-OVRD-REASON
                        END-IF
                        IF RSLTI = 900
                           MOVE WS-FINAL-LIMIT TO CIC0012O-FINAL-LIMIT
                           SET CIC0012O-APPROVED TO TRUE
                        ELSE
                           SET CIC0012O-DECLINED TO TRUE
                        END-IF
                        PERFORM 3023-WRITE-STATUS-JOURNAL
                           THRU 3023-WRITE-STATUS-JOURNAL-EXIT
                        MOVE WS-FINAL-LIMIT TO LIMTO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'INVALID APPLICATION ID!' TO MSGO
            .
       3020-FINAL-DECISION-ENTRY-EXIT.
            EXIT.
      *
      * A KEYED LIMIT REPLACES THE SCORECARD LIMIT ON APPROVAL. A
      * DECISION AGAINST THE SCORECARD RESULT, OR AN APPROVAL ABOVE
      * THE SCORECARD LIMIT, IS AN OVERRIDE AND THE REASON MUST BE
      * ON THE CIREASON OVRIDE LIST
       3022-CHECK-OVERRIDE.
            SET WS-REASON-OK TO TRUE
            MOVE SPACE TO WS-OVRD-FLAG
            MOVE CIC0012O-COMPUTE-LIMIT TO WS-FINAL-LIMIT
            IF RSLTI = 900 AND LIMTL > 0 AND LIMTI > 0
               MOVE LIMTI TO WS-FINAL-LIMIT
            END-IF
      * AN APPROVAL AGAINST A DECLINING SCORECARD HAS NO COMPUTED
      * LIMIT TO FALL BACK ON, AND NO CARD PRODUCT COVERS ZERO
            IF RSLTI = 900 AND WS-FINAL-LIMIT = ZERO
               MOVE 'N' TO WS-REASON-OK-SW
               MOVE 'FINAL LIMIT REQUIRED' TO MSGO
               MOVE -1 TO LIMTL
               SET WS-CURSOR-SET TO TRUE
               GO TO 3022-CHECK-OVERRIDE-EXIT
            END-IF
            EVALUATE TRUE
                WHEN (CIC0012O-COMPUTE-RESULT = 900
                   OR CIC0012O-COMPUTE-RESULT = 910)
                 AND RSLTI NOT = CIC0012O-COMPUTE-RESULT
                     SET WS-OVRD-RESULT TO TRUE
                WHEN RSLTI = 900
                 AND WS-FINAL-LIMIT > CIC0012O-COMPUTE-LIMIT
                     SET WS-OVRD-LIMIT TO TRUE
            END-EVALUATE
            IF WS-NO-OVERRIDE
               GO TO 3022-CHECK-OVERRIDE-EXIT
            END-IF
            IF ORSNL = 0 OR ORSNI NOT NUMERIC OR ORSNI = ZERO
               MOVE 'N' TO WS-REASON-OK-SW
               MOVE 'OVERRIDE REASON IS REQUIRED' TO MSGO
               GO TO 3022-CHECK-OVERRIDE-EXIT
            END-IF
            MOVE 'OVRIDE' TO CIREASON-CONTEXT
            MOVE ORSNI    TO CIREASON-CODE
            EXEC CICS READ
                 FILE('CIREASON')
                 INTO(CIREASON-REC)
                 RIDFLD(CIREASON-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'N' TO WS-REASON-OK-SW
                     MOVE 'REASON NOT ON OVRIDE LIST' TO MSGO
                WHEN OTHER
                     MOVE 'N' TO WS-REASON-OK-SW
                     MOVE 'CIREASON FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3022-CHECK-OVERRIDE-EXIT.
            EXIT.
      *
       3023-WRITE-STATUS-JOURNAL.
            PERFORM 1010-ASK-TIME-DATE
       3023-WRITE-STATUS-JOURNAL-EXIT.
            EXIT.
      *
      * THE APPROVED LIMIT IS HELD TO THE REVIEWER'S OWN AUTHORITY
      * LIMIT (THE CIOPPROF RECORD 3019 READ), AND ABOVE THE
      * SUPERVISOR THRESHOLD TO APPLICATIONS A SUPERVISOR APPROVED
       3024-CHECK-LIMIT-AUTHORITY.
            IF RSLTI NOT = 900
               GO TO 3024-CHECK-LIMIT-AUTHORITY-EXIT
            END-IF
            EVALUATE TRUE
                WHEN WS-FINAL-LIMIT > CIOPPROF-AUTH-LIMIT
                     MOVE 'N' TO WS-AUTH-OK-SW
                     MOVE 'LIMIT ABOVE OPERATOR AUTHORITY'
                          TO WS-AUTH-DETAIL
                WHEN WS-FINAL-LIMIT > WS-SUPV-THRESHOLD
                 AND CIC0012O-SUPV-RESULT NOT = 900
                     MOVE 'N' TO WS-AUTH-OK-SW
                     MOVE 'LIMIT ABOVE THRESHOLD WITHOUT SUPV'
                          TO WS-AUTH-DETAIL
            END-EVALUATE
            IF NOT WS-AUTH-OK
               MOVE 'LIMIT EXCEEDS AUTHORITY' TO MSGO
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3024-CHECK-LIMIT-AUTHORITY-EXIT.
            EXIT.
      *
      * DROPS THIS OPERATOR'S CIWRKQ CLAIM, IF ONE IS STILL HELD
       3025-RELEASE-ASSIGNMENT.
            IF WS-ASSIGNED-X NOT = SPACES
                          FROM(CICM03O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY AND WS-CURSOR-SET
                     EXEC CICS SEND
                          MAP('CICM03')
                          MAPSET('CICM03')
                          FROM(CICM03O)
                          DATAONLY
                          CURSOR
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM03')
