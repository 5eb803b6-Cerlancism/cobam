       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCM20.
      *****************************************************************
      * CIOCCIMN - CLIENT PROGRAM
      *
      * TEMPORARY CARD BLOCK AND UNBLOCK. THE OPERATOR KEYS THE
      * CARD NUMBER AND B (BLOCK) OR U (UNBLOCK):
      *   B - AN ACTIVE CARD MOVES TO BLOCKED (002) WITH A REASON
      *       FROM THE CIREASON BLOCK CONTEXT, THE REQUESTING
      *       DEPARTMENT AND AN OPTIONAL AUTOMATIC RELEASE DATE
      *       (SPACES HOLD THE BLOCK UNTIL IT IS LIFTED HERE; A
      *       DATE IS RELEASED BY THE NIGHTLY CIOCCB23 RUN),
      *   U - A BLOCKED CARD RETURNS TO ACTIVE AND ITS BLOCK
      *       DETAIL IS CLEARED.
      * EVERY BLOCK AND UNBLOCK WRITES A CIBLKHST HISTORY ENTRY.
      * BOTH ACTIONS NEED THE CIOPPROF BLOCK AUTHORITY; A REFUSAL
      * IS LOGGED TO TD QUEUE 'CIAL'. A CARD REPORTED LOST OR
      * STOLEN IS NEVER BLOCKED OR RELEASED HERE.
      * BLOCKING A PRIMARY CARD BLOCKS ITS ACTIVE SUPPLEMENTARIES
      * WITH THE SAME DETAIL, AND UNBLOCKING IT RELEASES THE ONES
      * THAT BLOCK PUT ON HOLD; A SUPPLEMENTARY CANNOT BE UNBLOCKED
      * WHILE ITS PRIMARY IS BLOCKED.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      BLOCK/UNBLOCK OF A PRIMARY CARRIES TO
      *                         ITS SUPPLEMENTARY CARDS
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCM20 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCM20'.
       01 WS-VAR.
          05 WS-GETTIME         PIC X(20).
          05 WS-DATEOUT         PIC X(10).
          05 WS-TIMEOUT         PIC X(8).
          05 WS-RESP-CODE       PIC S9(8) COMP.
          05 WS-RESP2-CODE      PIC S9(8) COMP.
          05 WS-MESSAGE         PIC X(40).
          05 WS-ENTER-FLAG      PIC X(1).
       01 WS-LUHN-WORK.
          05 WS-LUHN-IX         PIC 9(02).
          05 WS-LUHN-POS        PIC 9(02).
          05 WS-LUHN-CHAR       PIC X(01).
          05 WS-LUHN-DIGIT      PIC 9(02).
          05 WS-LUHN-SUM        PIC 9(05).
          05 WS-LUHN-VALID-SW   PIC X(01).
             88 WS-LUHN-VALID   VALUE 'Y'.
       01 WS-MAP-OPTION         PIC X(1).
          88 WS-MAP-ERASE       VALUE '0'.
          88 WS-MAP-DATAONLY    VALUE '1'.
      *
      *SCREEN HANDLER
       COPY SD11WS.
      * SYMBOLIC MAP
       COPY CICM20.
      *MAP CONTROL
       COPY DFHBMSCA.
      *CICS FUNCTION KEYS
       COPY DFHAID.
      *CREDIT CARD MASTER RECORD
       COPY CICARD.
      *CARD BLOCK HISTORY RECORD
       COPY CIBLKHST.
      *OPERATOR AUTHORIZATION PROFILE RECORD
       COPY CIOPPROF.
      *AUTHORIZATION REFUSAL LOG RECORD
       COPY CIALOG.
      *REASON CODE REFERENCE RECORD
       COPY CIREASON.
      *CIC0012O APPLICATION RECORD
       COPY CIC0012O.
      *CUSTOMER CROSS-REFERENCE RECORD
       COPY CICUSTXR.
       01 WS-AUTH-OK-SW         PIC X(1).
          88 WS-AUTH-OK         VALUE 'Y'.
       01 WS-AUTH-FUNC          PIC X(4).
       01 WS-AUTH-DETAIL        PIC X(40).
       01 WS-ENTRY-VALID-SW     PIC X(1).
          88 WS-ENTRY-VALID     VALUE 'Y'.
      * WHAT THE HISTORY ENTRY RECORDS: THE BLOCK DETAIL IS
      * CLEARED FROM CICARD ON AN UNBLOCK, SO IT IS HELD HERE
       01 WS-HIST-WORK.
          05 WS-HIST-REASON     PIC 9(03).
          05 WS-HIST-RELEASE    PIC X(10).
          05 WS-HIST-DEPT       PIC X(10).
      * THE PRIMARY CARD AS IT STOOD BEFORE THE ACTION, SO ITS
      * SUPPLEMENTARIES CAN BE MATCHED TO THE SAME BLOCK
       01 WS-PRIMARY.
          05 WS-PRIM-NUMB       PIC 9(16).
          05 WS-PRIM-APPL-ID    PIC 9(13).
          05 WS-PRIM-BLOCK-DATE PIC X(10).
          05 WS-PRIM-BLOCK-RSN  PIC 9(03).
       01 WS-ACTION-DONE-SW     PIC X(1).
          88 WS-ACTION-DONE     VALUE 'Y'.
       01 WS-SUPP-CNT           PIC 9(02).
       01 WS-SUPP-CNT-ED        PIC Z9.
      * BROWSE KEY MIRRORS CICUSTXR-KEY; THE BROWSE STARTS AT THE
      * FIRST SUPPLEMENTARY ROW OF THE PRIMARY CARDHOLDER
       01 WS-XR-BROWSE-KEY.
          05 WS-XK-ID-TYPE      PIC 9(03).
          05 WS-XK-ID-NUMBER    PIC X(18).
          05 WS-XK-REL-TYPE     PIC X(01).
          05 WS-XK-REL-ID       PIC 9(16).
       01 WS-BROWSE-DONE-SW     PIC X(1).
          88 WS-BROWSE-DONE     VALUE 'Y'.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      *COMMON CICS SCREEN HANDLE VARIABLES
       COPY SD00WS.
      *
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *
            PERFORM 1000-INIT
               THRU 1000-INIT-EXIT
      *
            PERFORM 2000-PRE-PROCESSING
               THRU 2000-PRE-PROCESSING-EXIT
      *
            PERFORM 3000-MAIN-PROCESS
               THRU 3000-MAIN-PROCESS-EXIT
      *
            PERFORM 4000-POST-PROCESSING
               THRU 4000-POST-PROCESSING-EXIT
      *
            PERFORM 5000-CLEAN-UP
               THRU 5000-CLEAN-UP-EXIT
            .
      *
       0000-EXIT.
            EXIT.
      *
       1000-INIT.
            IF EIBCALEN = 0
               MOVE LOW-VALUES TO CICM20O
               SET WS-MAP-ERASE TO TRUE
               PERFORM 3030-SEND-MAP
                  THRU 3030-SEND-MAP-EXIT
      * NOT FIRST SHOW
            ELSE
               IF SDCA-CICS-SECONDENTER
                  MOVE LOW-VALUES TO CICM20I
                  EXEC CICS RECEIVE MAP('CICM20')
                                   MAPSET('CICM20')
                                   INTO(CICM20I)
                                   RESP(WS-RESP-CODE)
                  END-EXEC
               END-IF
            END-IF
            .
       1000-INIT-EXIT.
            EXIT.
      *
       1010-ASK-TIME-DATE.
      *
            EXEC CICS
                 ASKTIME
                 ABSTIME(WS-GETTIME)
            END-EXEC
            EXEC CICS
                 FORMATTIME
                 ABSTIME(WS-GETTIME)
                 DATESEP('/')
                 YYYYMMDD(WS-DATEOUT)
            END-EXEC
            EXEC CICS
                 FORMATTIME
                 ABSTIME(WS-GETTIME)
                 TIMESEP
                 TIME(WS-TIMEOUT)
            END-EXEC
            MOVE WS-DATEOUT TO SYSDO
            MOVE WS-TIMEOUT TO SYSTO
            .
      *
       1010-ASK-TIME-DATE-EXIT.
            EXIT.
      *
       2000-PRE-PROCESSING.
      *
       2000-PRE-PROCESSING-EXIT.
            EXIT.
      *
       3000-MAIN-PROCESS.
            EVALUATE EIBAID
                WHEN DFHPF3
                     MOVE 'THANK YOU FOR USING THE SYSTEM' TO WS-MESSAGE
                     EXEC CICS
                          SEND CONTROL
                          CURSOR
                          ERASE
                          FREEKB
                          ALARM
                     END-EXEC
                     EXEC CICS
                          SEND FROM(WS-MESSAGE)
                     END-EXEC
                     PERFORM 5010-RETURN THRU 5010-RETURN-EXIT
                WHEN DFHCLEAR
                     EXEC CICS
                           SEND CONTROL
                           CURSOR
                           ERASE
                           FREEKB
                           ALARM
                     END-EXEC
                     PERFORM 5010-RETURN THRU 5010-RETURN-EXIT
                WHEN DFHPF9
                     MOVE LOW-VALUES TO CICM20O
                     SET WS-MAP-ERASE TO TRUE
                     PERFORM 3030-SEND-MAP
                        THRU 3030-SEND-MAP-EXIT
                WHEN DFHENTER
                     PERFORM 3010-CHECK-INPUT
                        THRU 3010-CHECK-INPUT-EXIT
                WHEN OTHER
                     MOVE 'INVALID KEY PRESSED!' TO MSGO
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP
                        THRU 3030-SEND-MAP-EXIT
            END-EVALUATE
            .
       3000-MAIN-PROCESS-EXIT.
            EXIT.
      *
       3010-CHECK-INPUT.
            IF CRDNL = 0 OR ACTNL = 0
               MOVE 'CARD NUMBER AND ACTION ARE REQUIRED' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            ELSE
               IF ACTNI NOT = 'B' AND ACTNI NOT = 'U'
                  MOVE 'ACTION MUST BE B (BLOCK) OR U (UNBLOCK)'
                       TO MSGO
                  SET WS-MAP-DATAONLY TO TRUE
                  PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
               ELSE
                  IF CRDNI IS NOT NUMERIC
                     MOVE 'CARD NUMBER MUST BE NUMBER' TO MSGO
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                  ELSE
                     PERFORM 3011-VALIDATE-CHECK-DIGIT
                        THRU 3011-VALIDATE-CHECK-DIGIT-EXIT
                     IF NOT WS-LUHN-VALID
                        MOVE 'CARD NUMBER FAILED CHECK DIGIT' TO MSGO
                        SET WS-MAP-DATAONLY TO TRUE
                        PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                     ELSE
                        PERFORM 3019-CHECK-AUTHORITY
                           THRU 3019-CHECK-AUTHORITY-EXIT
                        IF WS-AUTH-OK
                           PERFORM 3018-EDIT-BLOCK-ENTRY
                              THRU 3018-EDIT-BLOCK-ENTRY-EXIT
                        END-IF
                        IF WS-AUTH-OK AND WS-ENTRY-VALID
                           PERFORM 3020-APPLY-ACTION
                              THRU 3020-APPLY-ACTION-EXIT
                        ELSE
                           SET WS-MAP-DATAONLY TO TRUE
                           PERFORM 3030-SEND-MAP
                              THRU 3030-SEND-MAP-EXIT
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
      *
       3010-CHECK-INPUT-EXIT.
            EXIT.
      *
      * SAME DOUBLING RULE CIOCCS04'S 3011-VALIDATE-CHECK-DIGIT
      * APPLIES ON INQUIRY
       3011-VALIDATE-CHECK-DIGIT.
            MOVE 'Y' TO WS-LUHN-VALID-SW
            MOVE ZERO TO WS-LUHN-SUM
            PERFORM VARYING WS-LUHN-IX FROM 16 BY -1
                    UNTIL WS-LUHN-IX < 1
               COMPUTE WS-LUHN-POS = 17 - WS-LUHN-IX
               MOVE CRDNI(WS-LUHN-IX:1) TO WS-LUHN-CHAR
               MOVE WS-LUHN-CHAR TO WS-LUHN-DIGIT
               IF FUNCTION MOD(WS-LUHN-POS, 2) = 0
                  COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                  IF WS-LUHN-DIGIT > 9
                     SUBTRACT 9 FROM WS-LUHN-DIGIT
                  END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
            END-PERFORM
            IF FUNCTION MOD(WS-LUHN-SUM, 10) NOT = 0
               MOVE 'N' TO WS-LUHN-VALID-SW
            END-IF
            .
       3011-VALIDATE-CHECK-DIGIT-EXIT.
            EXIT.
      *
      * A BLOCK NEEDS A REASON ON THE CIREASON BLOCK LIST AND THE
      * REQUESTING DEPARTMENT; A RELEASE DATE, WHEN KEYED, MUST BE
      * YYYY/MM/DD AND LATER THAN TODAY. AN UNBLOCK MAY CARRY A
      * REASON, WHICH IS CHECKED THE SAME WAY WHEN KEYED.
       3018-EDIT-BLOCK-ENTRY.
            SET WS-ENTRY-VALID TO TRUE
            MOVE ZERO   TO WS-HIST-REASON
            MOVE SPACES TO WS-HIST-RELEASE
            MOVE SPACES TO WS-HIST-DEPT
            IF ACTNI = 'B'
               IF RSNCL = 0 OR DEPTL = 0
                  MOVE 'N' TO WS-ENTRY-VALID-SW
                  MOVE 'REASON AND DEPARTMENT ARE REQUIRED' TO MSGO
                  GO TO 3018-EDIT-BLOCK-ENTRY-EXIT
               END-IF
            END-IF
            IF RSNCL NOT = 0
               IF RSNCI IS NOT NUMERIC
                  MOVE 'N' TO WS-ENTRY-VALID-SW
                  MOVE 'REASON CODE MUST BE NUMBER' TO MSGO
                  GO TO 3018-EDIT-BLOCK-ENTRY-EXIT
               END-IF
               MOVE 'BLOCK ' TO CIREASON-CONTEXT
               MOVE RSNCI    TO CIREASON-CODE
               EXEC CICS READ
                    FILE('CIREASON')
                    INTO(CIREASON-REC)
                    RIDFLD(CIREASON-KEY)
                    RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE WS-RESP-CODE
                   WHEN DFHRESP(NORMAL)
                        MOVE RSNCI TO WS-HIST-REASON
                   WHEN DFHRESP(NOTFND)
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'REASON NOT ON BLOCK LIST' TO MSGO
                        GO TO 3018-EDIT-BLOCK-ENTRY-EXIT
                   WHEN OTHER
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'CIREASON FILE ERROR!' TO MSGO
                        GO TO 3018-EDIT-BLOCK-ENTRY-EXIT
               END-EVALUATE
            END-IF
            IF DEPTL NOT = 0
               MOVE DEPTI TO WS-HIST-DEPT
            END-IF
            IF ACTNI = 'B' AND RELDL NOT = 0
               IF RELDI(5:1) NOT = '/'
               OR RELDI(8:1) NOT = '/'
               OR RELDI(1:4) IS NOT NUMERIC
               OR RELDI(6:2) IS NOT NUMERIC
               OR RELDI(9:2) IS NOT NUMERIC
                  MOVE 'N' TO WS-ENTRY-VALID-SW
                  MOVE 'RELEASE DATE MUST BE YYYY/MM/DD' TO MSGO
                  GO TO 3018-EDIT-BLOCK-ENTRY-EXIT
               END-IF
               PERFORM 1010-ASK-TIME-DATE
                  THRU 1010-ASK-TIME-DATE-EXIT
               IF RELDI NOT > WS-DATEOUT
                  MOVE 'N' TO WS-ENTRY-VALID-SW
                  MOVE 'RELEASE DATE MUST BE AFTER TODAY' TO MSGO
                  GO TO 3018-EDIT-BLOCK-ENTRY-EXIT
               END-IF
               MOVE RELDI TO WS-HIST-RELEASE
            END-IF
            .
       3018-EDIT-BLOCK-ENTRY-EXIT.
            EXIT.
      *
      * BLOCK AND UNBLOCK BOTH NEED THE BLOCK AUTHORITY
       3019-CHECK-AUTHORITY.
            SET WS-AUTH-OK TO TRUE
            MOVE 'N' TO WS-ENTRY-VALID-SW
            MOVE 'BLCK' TO WS-AUTH-FUNC
            MOVE EIBOPID TO CIOPPROF-OPID
            EXEC CICS READ
                 FILE('CIOPPROF')
                 INTO(CIOPPROF-REC)
                 RIDFLD(CIOPPROF-OPID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
            OR NOT CIOPPROF-BLOCK-AUTH
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NOT AUTHORIZED TO BLOCK CARDS' TO MSGO
               IF ACTNI = 'B'
                  MOVE 'CARD BLOCK REFUSED' TO WS-AUTH-DETAIL
               ELSE
                  MOVE 'CARD UNBLOCK REFUSED' TO WS-AUTH-DETAIL
               END-IF
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3019-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
       3020-APPLY-ACTION.
            IF ACTNI = 'U'
               PERFORM 3024-CHECK-PRIMARY-BLOCK
                  THRU 3024-CHECK-PRIMARY-BLOCK-EXIT
            END-IF
            MOVE 'N' TO WS-ACTION-DONE-SW
            MOVE ZERO TO WS-SUPP-CNT
            MOVE CRDNI TO CICARD-NUMB
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 UPDATE
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     MOVE CICARD-NUMB         TO WS-PRIM-NUMB
                     MOVE CICARD-APPL-ID      TO WS-PRIM-APPL-ID
                     MOVE CICARD-BLOCK-DATE   TO WS-PRIM-BLOCK-DATE
                     MOVE CICARD-BLOCK-REASON TO WS-PRIM-BLOCK-RSN
                     IF ACTNI = 'B'
                        PERFORM 3021-BLOCK-CARD
                           THRU 3021-BLOCK-CARD-EXIT
                     ELSE
                        PERFORM 3022-UNBLOCK-CARD
                           THRU 3022-UNBLOCK-CARD-EXIT
                     END-IF
                     MOVE CICARD-STATUS     TO CSTSO
                     MOVE CICARD-BLOCK-DATE TO BLKDO
                     IF WS-ACTION-DONE AND CICARD-PRIMARY-NUMB = ZERO
                        PERFORM 3025-CASCADE-TO-SUPPS
                           THRU 3025-CASCADE-TO-SUPPS-EXIT
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD NUMBER NOT ON FILE' TO MSGO
                WHEN OTHER
                     MOVE 'CICARD FILE ERROR!' TO MSGO
            END-EVALUATE
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            .
       3020-APPLY-ACTION-EXIT.
            EXIT.
      *
      * ONLY AN ACTIVE CARD IS BLOCKED: LOST/STOLEN/EXPIRED CARDS
      * ARE ALREADY UNUSABLE AND A NOT-YET-ISSUED CARD HAS NOT
      * REACHED THE CUSTOMER
       3021-BLOCK-CARD.
            IF NOT CICARD-ACTIVE
               EXEC CICS UNLOCK
                    FILE('CICARD')
               END-EXEC
               IF CICARD-BLOCKED
                  MOVE 'CARD IS ALREADY BLOCKED' TO MSGO
               ELSE
                  MOVE 'ONLY AN ACTIVE CARD CAN BE BLOCKED' TO MSGO
               END-IF
               GO TO 3021-BLOCK-CARD-EXIT
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            SET CICARD-BLOCKED TO TRUE
            MOVE WS-DATEOUT      TO CICARD-BLOCK-DATE
            MOVE WS-HIST-REASON  TO CICARD-BLOCK-REASON
            MOVE WS-HIST-RELEASE TO CICARD-BLOCK-RELEASE
            MOVE WS-HIST-DEPT    TO CICARD-BLOCK-DEPT
            EXEC CICS REWRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICARD FILE ERROR!' TO MSGO
               GO TO 3021-BLOCK-CARD-EXIT
            END-IF
            INITIALIZE CIBLKHST-REC
            SET CIBLKHST-BLOCK TO TRUE
            PERFORM 3023-WRITE-BLOCK-HISTORY
               THRU 3023-WRITE-BLOCK-HISTORY-EXIT
            SET WS-ACTION-DONE TO TRUE
            IF WS-HIST-RELEASE = SPACES
               MOVE 'CARD BLOCKED UNTIL RELEASED' TO MSGO
            ELSE
               MOVE 'CARD BLOCKED - AUTO RELEASE DATE SET' TO MSGO
            END-IF
            .
       3021-BLOCK-CARD-EXIT.
            EXIT.
      *
      * THE HISTORY KEEPS THE DEPARTMENT AND RELEASE DATE THE BLOCK
      * WAS PLACED WITH WHEN THE OPERATOR DOES NOT KEY NEW ONES
       3022-UNBLOCK-CARD.
            IF NOT CICARD-BLOCKED
               EXEC CICS UNLOCK
                    FILE('CICARD')
               END-EXEC
               MOVE 'CARD IS NOT BLOCKED' TO MSGO
               GO TO 3022-UNBLOCK-CARD-EXIT
            END-IF
            IF WS-HIST-DEPT = SPACES
               MOVE CICARD-BLOCK-DEPT TO WS-HIST-DEPT
            END-IF
            IF WS-HIST-REASON = ZERO
               MOVE CICARD-BLOCK-REASON TO WS-HIST-REASON
            END-IF
            MOVE CICARD-BLOCK-RELEASE TO WS-HIST-RELEASE
            SET CICARD-ACTIVE TO TRUE
            MOVE SPACES TO CICARD-BLOCK-DATE
            MOVE ZERO   TO CICARD-BLOCK-REASON
            MOVE SPACES TO CICARD-BLOCK-RELEASE
            MOVE SPACES TO CICARD-BLOCK-DEPT
            EXEC CICS REWRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICARD FILE ERROR!' TO MSGO
               GO TO 3022-UNBLOCK-CARD-EXIT
            END-IF
            INITIALIZE CIBLKHST-REC
            SET CIBLKHST-UNBLOCK TO TRUE
            PERFORM 3023-WRITE-BLOCK-HISTORY
               THRU 3023-WRITE-BLOCK-HISTORY-EXIT
            SET WS-ACTION-DONE TO TRUE
            MOVE 'CARD UNBLOCKED - NOW ACTIVE' TO MSGO
            .
       3022-UNBLOCK-CARD-EXIT.
            EXIT.
      *
      * THE CALLER HAS SET THE ACTION; A SECOND ENTRY FOR THE SAME
      * CARD IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER
       3023-WRITE-BLOCK-HISTORY.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            MOVE CICARD-NUMB     TO CIBLKHST-CARD-NUMB
            MOVE WS-DATEOUT      TO CIBLKHST-DATE
            MOVE WS-TIMEOUT      TO CIBLKHST-TIME
            MOVE 1               TO CIBLKHST-SEQ
            MOVE CICARD-APPL-ID  TO CIBLKHST-APPL-ID
            MOVE WS-HIST-REASON  TO CIBLKHST-REASON
            MOVE WS-HIST-RELEASE TO CIBLKHST-RELEASE-DATE
            MOVE WS-HIST-DEPT    TO CIBLKHST-DEPT
            MOVE WS-PGM-NAME     TO CIBLKHST-CHG-PGM
            MOVE EIBOPID         TO CIBLKHST-CHG-OPID
            EXEC CICS WRITE
                 FILE('CIBLKHST')
                 FROM(CIBLKHST-REC)
                 RIDFLD(CIBLKHST-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(DUPREC)
               ADD 1 TO CIBLKHST-SEQ
               EXEC CICS WRITE
                    FILE('CIBLKHST')
                    FROM(CIBLKHST-REC)
                    RIDFLD(CIBLKHST-KEY)
                    RESP(WS-RESP-CODE)
               END-EXEC
            END-IF
            .
       3023-WRITE-BLOCK-HISTORY-EXIT.
            EXIT.
      *
      * A SUPPLEMENTARY SHARES ITS PRIMARY'S LIMIT, SO IT STAYS
      * BLOCKED FOR AS LONG AS THE PRIMARY IS
       3024-CHECK-PRIMARY-BLOCK.
            MOVE CRDNI TO CICARD-NUMB
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
            OR CICARD-PRIMARY-NUMB = ZERO
               GO TO 3024-CHECK-PRIMARY-BLOCK-EXIT
            END-IF
            MOVE CICARD-PRIMARY-NUMB TO CICARD-NUMB
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
            AND CICARD-BLOCKED
               MOVE 'UNBLOCK THE PRIMARY CARD FIRST' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            END-IF
            .
       3024-CHECK-PRIMARY-BLOCK-EXIT.
            EXIT.
      *
      * THE PRIMARY CARDHOLDER'S SUPPLEMENTARY ROWS LEAD TO THE
      * SUPPLEMENTARIES; A BLOCK TAKES THE ACTIVE ONES WITH IT AND
      * AN UNBLOCK RELEASES THOSE HELD BY THE SAME BLOCK
       3025-CASCADE-TO-SUPPS.
            MOVE WS-PRIM-APPL-ID TO CIC0012O-ID
            EXEC CICS READ
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(CIC0012O-ID)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               GO TO 3025-CASCADE-TO-SUPPS-EXIT
            END-IF
            MOVE 'N' TO WS-BROWSE-DONE-SW
            MOVE CIC0012O-CUST-ID-TYPE   TO WS-XK-ID-TYPE
            MOVE CIC0012O-CUST-ID-NUMBER TO WS-XK-ID-NUMBER
            MOVE 'S'  TO WS-XK-REL-TYPE
            MOVE ZERO TO WS-XK-REL-ID
            EXEC CICS STARTBR
                 FILE('CICUSTXR')
                 RIDFLD(WS-XR-BROWSE-KEY)
                 GTEQ
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               GO TO 3025-CASCADE-TO-SUPPS-EXIT
            END-IF
            PERFORM 3026-CASCADE-ONE-SUPP
               THRU 3026-CASCADE-ONE-SUPP-EXIT
              UNTIL WS-BROWSE-DONE
            EXEC CICS ENDBR
                 FILE('CICUSTXR')
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-SUPP-CNT > ZERO
               MOVE WS-SUPP-CNT TO WS-SUPP-CNT-ED
               MOVE SPACES TO MSGO
               IF ACTNI = 'B'
                  STRING 'CARD BLOCKED WITH ' WS-SUPP-CNT-ED
                         ' SUPPLEMENTARIES'
                         DELIMITED BY SIZE INTO MSGO
               ELSE
                  STRING 'CARD UNBLOCKED WITH ' WS-SUPP-CNT-ED
                         ' SUPPLEMENTARIES'
                         DELIMITED BY SIZE INTO MSGO
               END-IF
            END-IF
            .
       3025-CASCADE-TO-SUPPS-EXIT.
            EXIT.
      *
       3026-CASCADE-ONE-SUPP.
            EXEC CICS READNEXT
                 FILE('CICUSTXR')
                 INTO(CICUSTXR-REC)
                 RIDFLD(WS-XR-BROWSE-KEY)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
            OR CICUSTXR-CUST-ID-TYPE NOT = WS-XK-ID-TYPE
            OR CICUSTXR-CUST-ID-NUMBER NOT = WS-XK-ID-NUMBER
            OR NOT CICUSTXR-SUPPLEMENTARY
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3026-CASCADE-ONE-SUPP-EXIT
            END-IF
            MOVE CICUSTXR-REL-ID TO CICARD-NUMB
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 UPDATE
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               GO TO 3026-CASCADE-ONE-SUPP-EXIT
            END-IF
            IF CICARD-PRIMARY-NUMB NOT = WS-PRIM-NUMB
            OR (ACTNI = 'B' AND NOT CICARD-ACTIVE)
            OR (ACTNI = 'U' AND
                (NOT CICARD-BLOCKED
                 OR CICARD-BLOCK-DATE NOT = WS-PRIM-BLOCK-DATE
                 OR CICARD-BLOCK-REASON NOT = WS-PRIM-BLOCK-RSN))
               EXEC CICS UNLOCK
                    FILE('CICARD')
               END-EXEC
               GO TO 3026-CASCADE-ONE-SUPP-EXIT
            END-IF
            IF ACTNI = 'B'
               SET CICARD-BLOCKED TO TRUE
               MOVE WS-DATEOUT      TO CICARD-BLOCK-DATE
               MOVE WS-HIST-REASON  TO CICARD-BLOCK-REASON
               MOVE WS-HIST-RELEASE TO CICARD-BLOCK-RELEASE
               MOVE WS-HIST-DEPT    TO CICARD-BLOCK-DEPT
            ELSE
               SET CICARD-ACTIVE TO TRUE
               MOVE SPACES TO CICARD-BLOCK-DATE
               MOVE ZERO   TO CICARD-BLOCK-REASON
               MOVE SPACES TO CICARD-BLOCK-RELEASE
               MOVE SPACES TO CICARD-BLOCK-DEPT
            END-IF
            EXEC CICS REWRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               GO TO 3026-CASCADE-ONE-SUPP-EXIT
            END-IF
            ADD 1 TO WS-SUPP-CNT
            INITIALIZE CIBLKHST-REC
            IF ACTNI = 'B'
               SET CIBLKHST-BLOCK TO TRUE
            ELSE
               SET CIBLKHST-UNBLOCK TO TRUE
            END-IF
            PERFORM 3023-WRITE-BLOCK-HISTORY
               THRU 3023-WRITE-BLOCK-HISTORY-EXIT
            .
       3026-CASCADE-ONE-SUPP-EXIT.
            EXIT.
      *
      * EVERY PROFILE REFUSAL GOES TO TD QUEUE 'CIAL' FOR THE
      * OVERNIGHT AUDIT DRAIN
       3029-LOG-AUTH-REFUSAL.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            INITIALIZE CIALOG-REC
            MOVE EIBOPID        TO CIALOG-OPID
            MOVE WS-PGM-NAME    TO CIALOG-PGM
            MOVE WS-AUTH-FUNC   TO CIALOG-FUNC
            MOVE WS-DATEOUT     TO CIALOG-DATE
            MOVE WS-TIMEOUT     TO CIALOG-TIME
            MOVE WS-AUTH-DETAIL TO CIALOG-DETAIL
            EXEC CICS WRITEQ TD
                 QUEUE('CIAL')
                 FROM(CIALOG-REC)
                 LENGTH(LENGTH OF CIALOG-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            .
       3029-LOG-AUTH-REFUSAL-EXIT.
            EXIT.
      *
       3030-SEND-MAP.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            EVALUATE TRUE
                WHEN WS-MAP-ERASE
                     EXEC CICS SEND
                          MAP('CICM20')
                          MAPSET('CICM20')
                          FROM(CICM20O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM20')
                          MAPSET('CICM20')
                          FROM(CICM20O)
                          DATAONLY
                     END-EXEC
            END-EVALUATE
            MOVE '1' TO WS-ENTER-FLAG
            PERFORM 5020-RETURN-TRANS THRU 5020-RETURN-TRANS-EXIT
            .
      *
       3030-SEND-MAP-EXIT.
            EXIT.
      *
       4000-POST-PROCESSING.
      *
       4000-POST-PROCESSING-EXIT.
            EXIT.
      *
       5000-CLEAN-UP.
            PERFORM 5010-RETURN
               THRU 5010-RETURN-EXIT
            .
      *
       5000-CLEAN-UP-EXIT.
            EXIT.
      *
       5010-RETURN.
            EXEC CICS RETURN END-EXEC
            .
       5010-RETURN-EXIT.
            EXIT.
      *
       5020-RETURN-TRANS.
            EXEC CICS RETURN TRANSID('CIBN')
                      COMMAREA(WS-ENTER-FLAG)
            END-EXEC
            .
       5020-RETURN-TRANS-EXIT.
            EXIT.
