       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCM23.
      *****************************************************************
      * CIOCCIMN - CLIENT PROGRAM
      *
      * SUPPLEMENTARY CARDS AND CARD CANCELLATION. THE OPERATOR KEYS
      * A CARD NUMBER AND:
      *   A - ISSUES A SUPPLEMENTARY CARD UNDER THAT CARD, WHICH MUST
      *       BE AN ACTIVE PRIMARY. THE HOLDER'S NAME, EMBOSSED
      *       NAME, ID TYPE/NUMBER (CHECKED AGAINST CIIDRULE AS AT
      *       CIOCCM04 INTAKE) AND BIRTH DATE ARE KEYED. THE NEW
      *       CICARD RECORD SHARES THE PRIMARY'S APPLICATION ID,
      *       LIMIT, EXPIRY AND CARD PRODUCT, CARRIES THE PRIMARY
      *       CARD NUMBER AND THE HOLDER, AND IS WRITTEN AT
      *       NOT-YET-ISSUED; ITS NUMBER COMES FROM THE
      *       SUPPLEMENTARY BIN SERIES (50 UP) WITH THE SAME BIN +
      *       LUHN SCHEME CIOCCB12 USES. A
      *       CIEMBREQ REQUEST QUEUES THE EMBOSS CUT FOR THE NIGHTLY
      *       CIOCCB12 RUN, AND A CICUSTXR SUPPLEMENTARY ROW IS
      *       WRITTEN UNDER BOTH THE HOLDER'S AND THE PRIMARY
      *       CARDHOLDER'S ID,
      *   C - CANCELS THE CARD (007). CANCELLING A PRIMARY CANCELS
      *       EVERY SUPPLEMENTARY STILL IN USE UNDER IT,
      *   B - LISTS THE SUPPLEMENTARY CARDS UNDER A PRIMARY, OR
      *       NAMES THE PRIMARY OF A SUPPLEMENTARY.
      * A AND C NEED THE CIOPPROF SUPP AUTHORITY; A REFUSAL IS
      * LOGGED TO TD QUEUE 'CIAL'.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      SUPPLEMENTARY TAKES THE PRIMARY'S
      *                         CARD PRODUCT
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCM23 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCM23'.
       01 WS-VAR.
          05 WS-GETTIME         PIC X(20).
          05 WS-DATEOUT         PIC X(10).
          05 WS-TIMEOUT         PIC X(8).
          05 WS-RESP-CODE       PIC S9(8) COMP.
          05 WS-RESP2-CODE      PIC S9(8) COMP.
          05 WS-MESSAGE         PIC X(40).
          05 WS-ENTER-FLAG      PIC X(1).
      * SUPPLEMENTARY BIN SERIES; BUMPED ON A DUPLICATE SO EACH
      * SUPPLEMENTARY UNDER THE SAME APPLICATION GETS A FRESH NUMBER
       77 WS-SUPP-BIN-FIRST     PIC 9(02) VALUE 50.
       77 WS-SUPP-BIN-LAST      PIC 9(02) VALUE 59.
       01 WS-SUPP-BIN           PIC 9(02).
       01 WS-SUPP-DONE-SW       PIC X(01).
          88 WS-SUPP-DONE       VALUE 'Y'.
      * THE PRIMARY CARD AND ITS CARDHOLDER, HELD WHILE CICARD-REC
      * AND CIC0012O-REC ARE REUSED FOR THE SUPPLEMENTARIES
       01 WS-PRIMARY.
          05 WS-PRIM-NUMB       PIC 9(16).
          05 WS-PRIM-APPL-ID    PIC 9(13).
          05 WS-PRIM-LIMIT      PIC 9(08).
          05 WS-PRIM-EXPIRY     PIC X(10).
          05 WS-PRIM-PRODUCT    PIC X(04).
          05 WS-PRIM-ID-TYPE    PIC 9(03).
          05 WS-PRIM-ID-NUMBER  PIC X(18).
       01 WS-CARD-WORK.
          05 WS-NEW-CARD-NUMB       PIC 9(16).
          05 WS-NEW-CARD-X REDEFINES WS-NEW-CARD-NUMB
                                    PIC X(16).
       01 WS-LUHN-WORK.
          05 WS-LUHN-IX         PIC 9(02).
          05 WS-LUHN-POS        PIC 9(02).
          05 WS-LUHN-CHAR       PIC X(01).
          05 WS-LUHN-DIGIT      PIC 9(02).
          05 WS-LUHN-SUM        PIC 9(05).
          05 WS-CHECK-DIGIT     PIC 9(02).
          05 WS-LUHN-VALID-SW   PIC X(01).
             88 WS-LUHN-VALID   VALUE 'Y'.
      * BROWSE KEY MIRRORS CICUSTXR-KEY; THE BROWSE STARTS AT THE
      * FIRST SUPPLEMENTARY ROW OF ONE CUSTOMER ID
       01 WS-XR-BROWSE-KEY.
          05 WS-XK-ID-TYPE      PIC 9(03).
          05 WS-XK-ID-NUMBER    PIC X(18).
          05 WS-XK-REL-TYPE     PIC X(01).
          05 WS-XK-REL-ID       PIC 9(16).
      * WHAT EACH SUPPLEMENTARY ROW OF THE BROWSE IS FOR: D = LOOK
      * FOR THE SAME HOLDER ALREADY ON THIS PRIMARY, L = LIST,
      * C = CANCEL WITH THE PRIMARY
       01 WS-BROWSE-MODE        PIC X(01).
          88 WS-BROWSE-DUP-CHECK VALUE 'D'.
          88 WS-BROWSE-LIST     VALUE 'L'.
          88 WS-BROWSE-CANCEL   VALUE 'C'.
       01 WS-BROWSE-DONE-SW     PIC X(1).
          88 WS-BROWSE-DONE     VALUE 'Y'.
       01 WS-DUP-HOLDER-SW      PIC X(1).
          88 WS-DUP-HOLDER      VALUE 'Y'.
       01 WS-LINE-CNT           PIC 9(02).
       01 WS-SUPP-CNT           PIC 9(02).
       01 WS-SUPP-CNT-ED        PIC Z9.
       01 WS-SUPP-LINE.
          05 WS-SL-NUMB         PIC 9(16).
          05 FILLER             PIC X(08) VALUE ' STATUS '.
          05 WS-SL-STATUS       PIC 9(03).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-SL-NAME         PIC X(30).
       01 WS-MAP-OPTION         PIC X(1).
          88 WS-MAP-ERASE       VALUE '0'.
          88 WS-MAP-DATAONLY    VALUE '1'.
      *
      *SCREEN HANDLER
       COPY SD11WS.
      * SYMBOLIC MAP
       COPY CICM23.
      *MAP CONTROL
       COPY DFHBMSCA.
      *CICS FUNCTION KEYS
       COPY DFHAID.
      *CREDIT CARD MASTER RECORD
       COPY CICARD.
      *CIC0012O APPLICATION RECORD
       COPY CIC0012O.
      *EMBOSSING REQUEST RECORD
       COPY CIEMBREQ.
      *CUSTOMER CROSS-REFERENCE RECORD
       COPY CICUSTXR.
      *CUSTOMER ID VALIDATION RULE RECORD
       COPY CIIDRULE.
      *OPERATOR AUTHORIZATION PROFILE RECORD
       COPY CIOPPROF.
      *AUTHORIZATION REFUSAL LOG RECORD
       COPY CIALOG.
       01 WS-AUTH-OK-SW         PIC X(1).
          88 WS-AUTH-OK         VALUE 'Y'.
       01 WS-AUTH-FUNC          PIC X(4).
       01 WS-AUTH-DETAIL        PIC X(40).
       01 WS-ENTRY-VALID-SW     PIC X(1).
          88 WS-ENTRY-VALID     VALUE 'Y'.
       01 WS-IDRULE-WORK.
          05 WS-IDRULE-VALID-SW PIC X(01).
             88 WS-IDRULE-VALID VALUE 'Y'.
          05 WS-ID-LEN          PIC 9(02).
          05 WS-ID-IX           PIC 9(02).
          05 WS-ID-CHAR         PIC X(01).
          05 WS-ID-DIGIT        PIC 9(02).
          05 WS-ID-SUM          PIC 9(07).
          05 WS-ID-POS          PIC 9(02).
          05 WS-ID-WEIGHT       PIC 9(02).
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
               MOVE LOW-VALUES TO CICM23O
               SET WS-MAP-ERASE TO TRUE
               PERFORM 3030-SEND-MAP
                  THRU 3030-SEND-MAP-EXIT
      * NOT FIRST SHOW
            ELSE
               IF SDCA-CICS-SECONDENTER
                  MOVE LOW-VALUES TO CICM23I
                  EXEC CICS RECEIVE MAP('CICM23')
                                   MAPSET('CICM23')
                                   INTO(CICM23I)
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
                     MOVE LOW-VALUES TO CICM23O
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
            MOVE SPACES TO LN01O LN02O LN03O LN04O LN05O
            IF CRDNL = 0 OR ACTNL = 0
               MOVE 'CARD NUMBER AND ACTION ARE REQUIRED' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            END-IF
            IF ACTNI NOT = 'A' AND ACTNI NOT = 'C' AND ACTNI NOT = 'B'
               MOVE 'ACTION MUST BE A, C OR B' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            END-IF
            IF CRDNI IS NOT NUMERIC
               MOVE 'CARD NUMBER MUST BE NUMBER' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            END-IF
            PERFORM 3011-VALIDATE-CHECK-DIGIT
               THRU 3011-VALIDATE-CHECK-DIGIT-EXIT
            IF NOT WS-LUHN-VALID
               MOVE 'CARD NUMBER FAILED CHECK DIGIT' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            END-IF
            EVALUATE ACTNI
                WHEN 'B'
                     PERFORM 3040-LIST-SUPPLEMENTARIES
                        THRU 3040-LIST-SUPPLEMENTARIES-EXIT
                WHEN 'A'
                     PERFORM 3019-CHECK-AUTHORITY
                        THRU 3019-CHECK-AUTHORITY-EXIT
                     IF WS-AUTH-OK
                        PERFORM 3018-EDIT-HOLDER-ENTRY
                           THRU 3018-EDIT-HOLDER-ENTRY-EXIT
                     END-IF
                     IF WS-AUTH-OK AND WS-ENTRY-VALID
                        PERFORM 3020-ADD-SUPPLEMENTARY
                           THRU 3020-ADD-SUPPLEMENTARY-EXIT
                     END-IF
                WHEN 'C'
                     PERFORM 3019-CHECK-AUTHORITY
                        THRU 3019-CHECK-AUTHORITY-EXIT
                     IF WS-AUTH-OK
                        PERFORM 3050-CANCEL-CARD
                           THRU 3050-CANCEL-CARD-EXIT
                     END-IF
            END-EVALUATE
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
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
      * THE PER-TYPE CIIDRULE ROW SAYS WHAT A WELL-FORMED ID LOOKS
      * LIKE, AS AT CIOCCM04 INTAKE. AN ID TYPE WITH NO RULE ROW IS
      * ACCEPTED AS KEYED.
       3012-VALIDATE-CUST-ID.
            SET WS-IDRULE-VALID TO TRUE
            MOVE IDTYI TO CIIDRULE-ID-TYPE
            EXEC CICS READ
                 FILE('CIIDRULE')
                 INTO(CIIDRULE-REC)
                 RIDFLD(CIIDRULE-ID-TYPE)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO 3012-VALIDATE-CUST-ID-EXIT
            END-IF
            MOVE ZERO TO WS-ID-LEN
            PERFORM VARYING WS-ID-IX FROM 18 BY -1
                    UNTIL WS-ID-IX < 1 OR WS-ID-LEN NOT = ZERO
               IF IDNBI(WS-ID-IX:1) NOT = SPACE
                  MOVE WS-ID-IX TO WS-ID-LEN
               END-IF
            END-PERFORM
            IF WS-ID-LEN < CIIDRULE-MIN-LEN
            OR WS-ID-LEN > CIIDRULE-MAX-LEN
               MOVE 'N' TO WS-IDRULE-VALID-SW
               MOVE 'ID NUMBER LENGTH INVALID FOR TYPE' TO MSGO
               GO TO 3012-VALIDATE-CUST-ID-EXIT
            END-IF
            PERFORM 3013-CHECK-CHAR-CLASS
               THRU 3013-CHECK-CHAR-CLASS-EXIT
            IF NOT WS-IDRULE-VALID
               GO TO 3012-VALIDATE-CUST-ID-EXIT
            END-IF
            EVALUATE TRUE
                WHEN CIIDRULE-CHECK-LUHN
                     PERFORM 3014-CHECK-LUHN
                        THRU 3014-CHECK-LUHN-EXIT
                WHEN CIIDRULE-CHECK-MOD11
                     PERFORM 3017-CHECK-MOD11
                        THRU 3017-CHECK-MOD11-EXIT
            END-EVALUATE
            .
       3012-VALIDATE-CUST-ID-EXIT.
            EXIT.
      *
       3013-CHECK-CHAR-CLASS.
            PERFORM VARYING WS-ID-IX FROM 1 BY 1
                    UNTIL WS-ID-IX > WS-ID-LEN
                       OR NOT WS-IDRULE-VALID
               MOVE IDNBI(WS-ID-IX:1) TO WS-ID-CHAR
               EVALUATE TRUE
                   WHEN CIIDRULE-NUMERIC-ONLY
                    AND WS-ID-CHAR IS NOT NUMERIC
                        MOVE 'N' TO WS-IDRULE-VALID-SW
                        MOVE 'ID NUMBER MUST BE ALL DIGITS' TO MSGO
                   WHEN CIIDRULE-ALPHA-ONLY
                    AND WS-ID-CHAR IS NOT ALPHABETIC
                        MOVE 'N' TO WS-IDRULE-VALID-SW
                        MOVE 'ID NUMBER MUST BE ALL LETTERS' TO MSGO
               END-EVALUATE
            END-PERFORM
            .
       3013-CHECK-CHAR-CLASS-EXIT.
            EXIT.
      *
      * SAME DOUBLING RULE THE CARD NUMBER CHECK USES, APPLIED OVER
      * THE SIGNIFICANT DIGITS OF THE ID
       3014-CHECK-LUHN.
            MOVE ZERO TO WS-ID-SUM
            PERFORM VARYING WS-ID-IX FROM WS-ID-LEN BY -1
                    UNTIL WS-ID-IX < 1
               MOVE IDNBI(WS-ID-IX:1) TO WS-ID-CHAR
               IF WS-ID-CHAR IS NOT NUMERIC
                  MOVE 'N' TO WS-IDRULE-VALID-SW
                  MOVE 'ID CHECK DIGIT NEEDS ALL DIGITS' TO MSGO
                  GO TO 3014-CHECK-LUHN-EXIT
               END-IF
               MOVE WS-ID-CHAR TO WS-ID-DIGIT
               COMPUTE WS-ID-POS = WS-ID-LEN - WS-ID-IX + 1
               IF FUNCTION MOD(WS-ID-POS, 2) = 0
                  COMPUTE WS-ID-DIGIT = WS-ID-DIGIT * 2
                  IF WS-ID-DIGIT > 9
                     SUBTRACT 9 FROM WS-ID-DIGIT
                  END-IF
               END-IF
               ADD WS-ID-DIGIT TO WS-ID-SUM
            END-PERFORM
            IF FUNCTION MOD(WS-ID-SUM, 10) NOT = 0
               MOVE 'N' TO WS-IDRULE-VALID-SW
               MOVE 'ID NUMBER FAILED CHECK DIGIT' TO MSGO
            END-IF
            .
       3014-CHECK-LUHN-EXIT.
            EXIT.
      *
      * WEIGHTED MOD-11 OVER THE SIGNIFICANT DIGITS, WEIGHTS 2-7
      * CYCLING FROM THE RIGHT, CHECK DIGIT INCLUDED IN THE SUM
       3017-CHECK-MOD11.
            MOVE ZERO TO WS-ID-SUM
            MOVE 1    TO WS-ID-WEIGHT
            PERFORM VARYING WS-ID-IX FROM WS-ID-LEN BY -1
                    UNTIL WS-ID-IX < 1
               MOVE IDNBI(WS-ID-IX:1) TO WS-ID-CHAR
               IF WS-ID-CHAR IS NOT NUMERIC
                  MOVE 'N' TO WS-IDRULE-VALID-SW
                  MOVE 'ID CHECK DIGIT NEEDS ALL DIGITS' TO MSGO
                  GO TO 3017-CHECK-MOD11-EXIT
               END-IF
               MOVE WS-ID-CHAR TO WS-ID-DIGIT
               COMPUTE WS-ID-SUM =
                  WS-ID-SUM + WS-ID-DIGIT * WS-ID-WEIGHT
               ADD 1 TO WS-ID-WEIGHT
               IF WS-ID-WEIGHT > 7
                  MOVE 2 TO WS-ID-WEIGHT
               END-IF
            END-PERFORM
            IF FUNCTION MOD(WS-ID-SUM, 11) NOT = 0
               MOVE 'N' TO WS-IDRULE-VALID-SW
               MOVE 'ID NUMBER FAILED CHECK DIGIT' TO MSGO
            END-IF
            .
       3017-CHECK-MOD11-EXIT.
            EXIT.
      *
      * THE HOLDER NEEDS A NAME, A WELL-FORMED ID AND A BIRTH DATE
      * IN THE PAST; THE EMBOSSED NAME IS OPTIONAL
       3018-EDIT-HOLDER-ENTRY.
            SET WS-ENTRY-VALID TO TRUE
            IF NAMEL = 0 OR IDTYL = 0 OR IDNBL = 0 OR BRTHL = 0
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'HOLDER NAME, ID AND BIRTH DATE REQUIRED' TO MSGO
               GO TO 3018-EDIT-HOLDER-ENTRY-EXIT
            END-IF
            IF IDTYI IS NOT NUMERIC
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'ID TYPE MUST BE NUMBER' TO MSGO
               GO TO 3018-EDIT-HOLDER-ENTRY-EXIT
            END-IF
            IF BRTHI(5:1) NOT = '/'
            OR BRTHI(8:1) NOT = '/'
            OR BRTHI(1:4) IS NOT NUMERIC
            OR BRTHI(6:2) IS NOT NUMERIC
            OR BRTHI(9:2) IS NOT NUMERIC
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'BIRTH DATE MUST BE YYYY/MM/DD' TO MSGO
               GO TO 3018-EDIT-HOLDER-ENTRY-EXIT
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            IF BRTHI NOT < WS-DATEOUT
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'BIRTH DATE MUST BE BEFORE TODAY' TO MSGO
               GO TO 3018-EDIT-HOLDER-ENTRY-EXIT
            END-IF
            PERFORM 3012-VALIDATE-CUST-ID
               THRU 3012-VALIDATE-CUST-ID-EXIT
            IF NOT WS-IDRULE-VALID
               MOVE 'N' TO WS-ENTRY-VALID-SW
            END-IF
            .
       3018-EDIT-HOLDER-ENTRY-EXIT.
            EXIT.
      *
      * ISSUE AND CANCEL BOTH NEED THE SUPP AUTHORITY
       3019-CHECK-AUTHORITY.
            SET WS-AUTH-OK TO TRUE
            MOVE 'N' TO WS-ENTRY-VALID-SW
            MOVE 'SUPP' TO WS-AUTH-FUNC
            MOVE EIBOPID TO CIOPPROF-OPID
            EXEC CICS READ
                 FILE('CIOPPROF')
                 INTO(CIOPPROF-REC)
                 RIDFLD(CIOPPROF-OPID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
            OR NOT CIOPPROF-SUPP-AUTH
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NOT AUTHORIZED TO ISSUE OR CANCEL CARDS' TO MSGO
               IF ACTNI = 'A'
                  MOVE 'SUPPLEMENTARY CARD ISSUE REFUSED'
                       TO WS-AUTH-DETAIL
               ELSE
                  MOVE 'CARD CANCELLATION REFUSED' TO WS-AUTH-DETAIL
               END-IF
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3019-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
      * THE PRIMARY MUST BE AN ACTIVE CARD OF ITS OWN (NOT ITSELF A
      * SUPPLEMENTARY) WHOSE APPLICATION IS STILL ON THE LIVE FILE -
      * THE EMBOSS CUT AND THE CROSS-REFERENCE BOTH NEED IT
       3020-ADD-SUPPLEMENTARY.
            MOVE CRDNI TO CICARD-NUMB
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD NUMBER NOT ON FILE' TO MSGO
                     GO TO 3020-ADD-SUPPLEMENTARY-EXIT
                WHEN OTHER
                     MOVE 'CICARD FILE ERROR!' TO MSGO
                     GO TO 3020-ADD-SUPPLEMENTARY-EXIT
            END-EVALUATE
            IF CICARD-PRIMARY-NUMB NOT = ZERO
               MOVE 'CARD IS ITSELF A SUPPLEMENTARY' TO MSGO
               GO TO 3020-ADD-SUPPLEMENTARY-EXIT
            END-IF
            IF NOT CICARD-ACTIVE
               MOVE 'PRIMARY CARD MUST BE ACTIVE' TO MSGO
               GO TO 3020-ADD-SUPPLEMENTARY-EXIT
            END-IF
            MOVE CICARD-NUMB        TO WS-PRIM-NUMB
            MOVE CICARD-APPL-ID     TO WS-PRIM-APPL-ID
            MOVE CICARD-LIMIT       TO WS-PRIM-LIMIT
            MOVE CICARD-EXPIRY-DATE TO WS-PRIM-EXPIRY
            MOVE CICARD-PRODUCT     TO WS-PRIM-PRODUCT
            PERFORM 3041-READ-PRIMARY-APPL
               THRU 3041-READ-PRIMARY-APPL-EXIT
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PRIMARY APPLICATION NOT ON FILE' TO MSGO
               GO TO 3020-ADD-SUPPLEMENTARY-EXIT
            END-IF
            IF WS-PRIM-ID-TYPE = IDTYI
            AND WS-PRIM-ID-NUMBER = IDNBI
               MOVE 'HOLDER IS THE PRIMARY CARDHOLDER' TO MSGO
               GO TO 3020-ADD-SUPPLEMENTARY-EXIT
            END-IF
      * ONE LIVE SUPPLEMENTARY PER HOLDER PER PRIMARY
            MOVE 'N' TO WS-DUP-HOLDER-SW
            SET WS-BROWSE-DUP-CHECK TO TRUE
            MOVE IDTYI TO WS-XK-ID-TYPE
            MOVE IDNBI TO WS-XK-ID-NUMBER
            PERFORM 3060-BROWSE-SUPP-ROWS
               THRU 3060-BROWSE-SUPP-ROWS-EXIT
            IF WS-DUP-HOLDER
               MOVE 'HOLDER ALREADY HOLDS ONE ON THIS CARD' TO MSGO
               GO TO 3020-ADD-SUPPLEMENTARY-EXIT
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            MOVE 'N' TO WS-SUPP-DONE-SW
            PERFORM VARYING WS-SUPP-BIN FROM WS-SUPP-BIN-FIRST BY 1
                    UNTIL WS-SUPP-DONE
                       OR WS-SUPP-BIN > WS-SUPP-BIN-LAST
               PERFORM 3022-GENERATE-CARD-NUMBER
                  THRU 3022-GENERATE-CARD-NUMBER-EXIT
               PERFORM 3023-WRITE-SUPPLEMENTARY
                  THRU 3023-WRITE-SUPPLEMENTARY-EXIT
            END-PERFORM
            IF NOT WS-SUPP-DONE
               MOVE 'NO SUPPLEMENTARY NUMBER LEFT FOR CARD' TO MSGO
               GO TO 3020-ADD-SUPPLEMENTARY-EXIT
            END-IF
            PERFORM 3024-WRITE-EMB-REQUEST
               THRU 3024-WRITE-EMB-REQUEST-EXIT
            PERFORM 3025-WRITE-CUSTOMER-XREF
               THRU 3025-WRITE-CUSTOMER-XREF-EXIT
            MOVE WS-NEW-CARD-NUMB TO NCRDO
            MOVE 'SUPPLEMENTARY CARD ISSUED' TO MSGO
            .
       3020-ADD-SUPPLEMENTARY-EXIT.
            EXIT.
      *
      * BIN + APPLICATION ID FILL THE FIRST 15 DIGITS; THE 16TH IS
      * THE LUHN CHECK DIGIT, THE SAME SCHEME CIOCCB12 USES IN
      * 2040-GENERATE-CARD-NUMBER
       3022-GENERATE-CARD-NUMBER.
            COMPUTE WS-NEW-CARD-NUMB =
               ((WS-SUPP-BIN * 10000000000000) + WS-PRIM-APPL-ID) * 10
            MOVE ZERO TO WS-LUHN-SUM
            PERFORM VARYING WS-LUHN-IX FROM 15 BY -1
                    UNTIL WS-LUHN-IX < 1
               COMPUTE WS-LUHN-POS = 17 - WS-LUHN-IX
               MOVE WS-NEW-CARD-X(WS-LUHN-IX:1) TO WS-LUHN-CHAR
               MOVE WS-LUHN-CHAR TO WS-LUHN-DIGIT
               IF FUNCTION MOD(WS-LUHN-POS, 2) = 0
                  COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                  IF WS-LUHN-DIGIT > 9
                     SUBTRACT 9 FROM WS-LUHN-DIGIT
                  END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
            END-PERFORM
            COMPUTE WS-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
            ADD WS-CHECK-DIGIT TO WS-NEW-CARD-NUMB
            .
       3022-GENERATE-CARD-NUMBER-EXIT.
            EXIT.
      *
      * THE SUPPLEMENTARY SHARES THE PRIMARY'S LIMIT AND PRODUCT AND
      * EXPIRES WITH IT, SO THE RENEWAL PASS CARRIES BOTH TOGETHER
       3023-WRITE-SUPPLEMENTARY.
            INITIALIZE CICARD-REC
            MOVE WS-NEW-CARD-NUMB TO CICARD-NUMB
            MOVE WS-PRIM-APPL-ID  TO CICARD-APPL-ID
            SET CICARD-NOT-YET-ISSUED TO TRUE
            MOVE WS-PRIM-LIMIT    TO CICARD-LIMIT
            MOVE WS-DATEOUT       TO CICARD-ISSUE-DATE
            MOVE WS-PRIM-EXPIRY   TO CICARD-EXPIRY-DATE
            MOVE WS-PRIM-PRODUCT  TO CICARD-PRODUCT
            MOVE WS-PRIM-NUMB     TO CICARD-PRIMARY-NUMB
            MOVE NAMEI            TO CICARD-HOLDER-NAME
            IF ENAML NOT = 0
               MOVE ENAMI         TO CICARD-HOLDER-ENG-NAME
            END-IF
            MOVE IDTYI            TO CICARD-HOLDER-ID-TYPE
            MOVE IDNBI            TO CICARD-HOLDER-ID-NUMBER
            MOVE BRTHI            TO CICARD-HOLDER-BIRTH-DATE
            EXEC CICS WRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-SUPP-DONE TO TRUE
            END-IF
            .
       3023-WRITE-SUPPLEMENTARY-EXIT.
            EXIT.
      *
      * CIOCCB12 CUTS THE EMBOSS RECORD WITH THE HOLDER'S NAME FROM
      * THE CARD AND THE ADDRESS FROM THE PRIMARY'S APPLICATION
       3024-WRITE-EMB-REQUEST.
            INITIALIZE CIEMBREQ-REC
            MOVE WS-NEW-CARD-NUMB TO CIEMBREQ-CARD-NUMB
            MOVE WS-PRIM-APPL-ID  TO CIEMBREQ-APPL-ID
            MOVE WS-PRIM-LIMIT    TO CIEMBREQ-LIMIT
            MOVE WS-PRIM-EXPIRY   TO CIEMBREQ-EXPIRY-DATE
            MOVE WS-DATEOUT       TO CIEMBREQ-REQ-DATE
            SET CIEMBREQ-PENDING TO TRUE
            EXEC CICS WRITE
                 FILE('CIEMBREQ')
                 FROM(CIEMBREQ-REC)
                 RIDFLD(CIEMBREQ-CARD-NUMB)
                 RESP(WS-RESP-CODE)
            END-EXEC
            .
       3024-WRITE-EMB-REQUEST-EXIT.
            EXIT.
      *
      * THE HOLDER'S ROW LISTS THE CARD UNDER THE ID THEY PRESENT;
      * THE PRIMARY CARDHOLDER'S ROW IS HOW THE PRIMARY FINDS ITS
      * SUPPLEMENTARIES FOR A CANCEL, BLOCK OR REPLACEMENT
       3025-WRITE-CUSTOMER-XREF.
            INITIALIZE CICUSTXR-REC
            MOVE IDTYI            TO CICUSTXR-CUST-ID-TYPE
            MOVE IDNBI            TO CICUSTXR-CUST-ID-NUMBER
            SET CICUSTXR-SUPPLEMENTARY TO TRUE
            MOVE WS-NEW-CARD-NUMB TO CICUSTXR-REL-ID
            MOVE WS-DATEOUT       TO CICUSTXR-CREATE-DATE
            EXEC CICS WRITE
                 FILE('CICUSTXR')
                 FROM(CICUSTXR-REC)
                 RIDFLD(CICUSTXR-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            MOVE WS-PRIM-ID-TYPE   TO CICUSTXR-CUST-ID-TYPE
            MOVE WS-PRIM-ID-NUMBER TO CICUSTXR-CUST-ID-NUMBER
            EXEC CICS WRITE
                 FILE('CICUSTXR')
                 FROM(CICUSTXR-REC)
                 RIDFLD(CICUSTXR-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            .
       3025-WRITE-CUSTOMER-XREF-EXIT.
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
                          MAP('CICM23')
                          MAPSET('CICM23')
                          FROM(CICM23O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM23')
                          MAPSET('CICM23')
                          FROM(CICM23O)
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
      * A SUPPLEMENTARY NAMES ITS PRIMARY; A PRIMARY LISTS UP TO
      * FIVE SUPPLEMENTARIES FROM ITS CARDHOLDER'S CROSS-REFERENCE
       3040-LIST-SUPPLEMENTARIES.
            MOVE CRDNI TO CICARD-NUMB
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD NUMBER NOT ON FILE' TO MSGO
                     GO TO 3040-LIST-SUPPLEMENTARIES-EXIT
                WHEN OTHER
                     MOVE 'CICARD FILE ERROR!' TO MSGO
                     GO TO 3040-LIST-SUPPLEMENTARIES-EXIT
            END-EVALUATE
            IF CICARD-PRIMARY-NUMB NOT = ZERO
               MOVE SPACES TO MSGO
               STRING 'SUPPLEMENTARY OF ' CICARD-PRIMARY-NUMB
                      DELIMITED BY SIZE INTO MSGO
               GO TO 3040-LIST-SUPPLEMENTARIES-EXIT
            END-IF
            MOVE CICARD-NUMB    TO WS-PRIM-NUMB
            MOVE CICARD-APPL-ID TO WS-PRIM-APPL-ID
            PERFORM 3041-READ-PRIMARY-APPL
               THRU 3041-READ-PRIMARY-APPL-EXIT
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PRIMARY APPLICATION NOT ON FILE' TO MSGO
               GO TO 3040-LIST-SUPPLEMENTARIES-EXIT
            END-IF
            MOVE ZERO TO WS-LINE-CNT
            SET WS-BROWSE-LIST TO TRUE
            MOVE WS-PRIM-ID-TYPE   TO WS-XK-ID-TYPE
            MOVE WS-PRIM-ID-NUMBER TO WS-XK-ID-NUMBER
            PERFORM 3060-BROWSE-SUPP-ROWS
               THRU 3060-BROWSE-SUPP-ROWS-EXIT
            IF WS-LINE-CNT = ZERO
               MOVE 'NO SUPPLEMENTARY CARDS ON THIS CARD' TO MSGO
            ELSE
               MOVE 'SUPPLEMENTARY CARDS DISPLAYED' TO MSGO
            END-IF
            .
       3040-LIST-SUPPLEMENTARIES-EXIT.
            EXIT.
      *
      * THE PRIMARY CARDHOLDER'S ID IS ON THE ORIGINATING
      * APPLICATION; THE CALLER CHECKS WS-RESP-CODE
       3041-READ-PRIMARY-APPL.
            MOVE WS-PRIM-APPL-ID TO CIC0012O-ID
            EXEC CICS READ
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(CIC0012O-ID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE CIC0012O-CUST-ID-TYPE   TO WS-PRIM-ID-TYPE
               MOVE CIC0012O-CUST-ID-NUMBER TO WS-PRIM-ID-NUMBER
            END-IF
            .
       3041-READ-PRIMARY-APPL-EXIT.
            EXIT.
      *
      * ONLY A CARD STILL IN USE CAN BE CANCELLED; A LOST, STOLEN
      * OR EXPIRED CARD IS ALREADY UNUSABLE
       3050-CANCEL-CARD.
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
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD NUMBER NOT ON FILE' TO MSGO
                     GO TO 3050-CANCEL-CARD-EXIT
                WHEN OTHER
                     MOVE 'CICARD FILE ERROR!' TO MSGO
                     GO TO 3050-CANCEL-CARD-EXIT
            END-EVALUATE
            IF NOT (CICARD-ACTIVE OR CICARD-BLOCKED
                    OR CICARD-NOT-YET-ISSUED)
               EXEC CICS UNLOCK
                    FILE('CICARD')
               END-EXEC
               IF CICARD-CANCELLED
                  MOVE 'CARD IS ALREADY CANCELLED' TO MSGO
               ELSE
                  MOVE 'ONLY A CARD IN USE CAN BE CANCELLED' TO MSGO
               END-IF
               GO TO 3050-CANCEL-CARD-EXIT
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            SET CICARD-CANCELLED TO TRUE
            MOVE WS-DATEOUT TO CICARD-CANCEL-DATE
            EXEC CICS REWRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICARD FILE ERROR!' TO MSGO
               GO TO 3050-CANCEL-CARD-EXIT
            END-IF
            IF CICARD-PRIMARY-NUMB NOT = ZERO
               MOVE 'SUPPLEMENTARY CARD CANCELLED' TO MSGO
               GO TO 3050-CANCEL-CARD-EXIT
            END-IF
      * A PRIMARY TAKES ITS SUPPLEMENTARIES WITH IT
            MOVE CICARD-NUMB    TO WS-PRIM-NUMB
            MOVE CICARD-APPL-ID TO WS-PRIM-APPL-ID
            MOVE ZERO TO WS-SUPP-CNT
            PERFORM 3041-READ-PRIMARY-APPL
               THRU 3041-READ-PRIMARY-APPL-EXIT
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-BROWSE-CANCEL TO TRUE
               MOVE WS-PRIM-ID-TYPE   TO WS-XK-ID-TYPE
               MOVE WS-PRIM-ID-NUMBER TO WS-XK-ID-NUMBER
               PERFORM 3060-BROWSE-SUPP-ROWS
                  THRU 3060-BROWSE-SUPP-ROWS-EXIT
            END-IF
            IF WS-SUPP-CNT = ZERO
               MOVE 'CARD CANCELLED' TO MSGO
            ELSE
               MOVE WS-SUPP-CNT TO WS-SUPP-CNT-ED
               MOVE SPACES TO MSGO
               STRING 'CARD CANCELLED WITH ' WS-SUPP-CNT-ED
                      ' SUPPLEMENTARIES'
                      DELIMITED BY SIZE INTO MSGO
            END-IF
            .
       3050-CANCEL-CARD-EXIT.
            EXIT.
      *
      * WALKS THE SUPPLEMENTARY ROWS OF THE CUSTOMER ID IN
      * WS-XK-ID-TYPE/NUMBER; WS-BROWSE-MODE SAYS WHAT EACH ROW IS
      * FOR
       3060-BROWSE-SUPP-ROWS.
            MOVE 'N' TO WS-BROWSE-DONE-SW
            MOVE 'S'  TO WS-XK-REL-TYPE
            MOVE ZERO TO WS-XK-REL-ID
            EXEC CICS STARTBR
                 FILE('CICUSTXR')
                 RIDFLD(WS-XR-BROWSE-KEY)
                 GTEQ
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               GO TO 3060-BROWSE-SUPP-ROWS-EXIT
            END-IF
            PERFORM 3061-READ-NEXT-SUPP-ROW
               THRU 3061-READ-NEXT-SUPP-ROW-EXIT
              UNTIL WS-BROWSE-DONE
            EXEC CICS ENDBR
                 FILE('CICUSTXR')
                 RESP(WS-RESP2-CODE)
            END-EXEC
            .
       3060-BROWSE-SUPP-ROWS-EXIT.
            EXIT.
      *
       3061-READ-NEXT-SUPP-ROW.
            EXEC CICS READNEXT
                 FILE('CICUSTXR')
                 INTO(CICUSTXR-REC)
                 RIDFLD(WS-XR-BROWSE-KEY)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3061-READ-NEXT-SUPP-ROW-EXIT
            END-IF
            IF CICUSTXR-CUST-ID-TYPE NOT = WS-XK-ID-TYPE
            OR CICUSTXR-CUST-ID-NUMBER NOT = WS-XK-ID-NUMBER
            OR NOT CICUSTXR-SUPPLEMENTARY
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3061-READ-NEXT-SUPP-ROW-EXIT
            END-IF
            MOVE CICUSTXR-REL-ID TO CICARD-NUMB
            EVALUATE TRUE
                WHEN WS-BROWSE-DUP-CHECK
                     PERFORM 3062-CHECK-SAME-HOLDER
                        THRU 3062-CHECK-SAME-HOLDER-EXIT
                WHEN WS-BROWSE-LIST
                     PERFORM 3063-LIST-ONE-SUPP
                        THRU 3063-LIST-ONE-SUPP-EXIT
                WHEN WS-BROWSE-CANCEL
                     PERFORM 3064-CANCEL-ONE-SUPP
                        THRU 3064-CANCEL-ONE-SUPP-EXIT
            END-EVALUATE
            .
       3061-READ-NEXT-SUPP-ROW-EXIT.
            EXIT.
      *
       3062-CHECK-SAME-HOLDER.
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE = DFHRESP(NORMAL)
            AND CICARD-PRIMARY-NUMB = WS-PRIM-NUMB
            AND CICARD-HOLDER-ID-TYPE = IDTYI
            AND CICARD-HOLDER-ID-NUMBER = IDNBI
            AND (CICARD-ACTIVE OR CICARD-BLOCKED
                 OR CICARD-NOT-YET-ISSUED)
               SET WS-DUP-HOLDER TO TRUE
               SET WS-BROWSE-DONE TO TRUE
            END-IF
            .
       3062-CHECK-SAME-HOLDER-EXIT.
            EXIT.
      *
       3063-LIST-ONE-SUPP.
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
            OR CICARD-PRIMARY-NUMB NOT = WS-PRIM-NUMB
               GO TO 3063-LIST-ONE-SUPP-EXIT
            END-IF
            ADD 1 TO WS-LINE-CNT
            MOVE CICARD-NUMB        TO WS-SL-NUMB
            MOVE CICARD-STATUS      TO WS-SL-STATUS
            MOVE CICARD-HOLDER-NAME TO WS-SL-NAME
            EVALUATE WS-LINE-CNT
                WHEN 1
                     MOVE WS-SUPP-LINE TO LN01O
                WHEN 2
                     MOVE WS-SUPP-LINE TO LN02O
                WHEN 3
                     MOVE WS-SUPP-LINE TO LN03O
                WHEN 4
                     MOVE WS-SUPP-LINE TO LN04O
                WHEN 5
                     MOVE WS-SUPP-LINE TO LN05O
            END-EVALUATE
            IF WS-LINE-CNT >= 5
               SET WS-BROWSE-DONE TO TRUE
            END-IF
            .
       3063-LIST-ONE-SUPP-EXIT.
            EXIT.
      *
      * A SUPPLEMENTARY ALREADY LOST, STOLEN, EXPIRED OR CANCELLED
      * IS LEFT AS IT IS
       3064-CANCEL-ONE-SUPP.
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 UPDATE
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               GO TO 3064-CANCEL-ONE-SUPP-EXIT
            END-IF
            IF CICARD-PRIMARY-NUMB NOT = WS-PRIM-NUMB
            OR NOT (CICARD-ACTIVE OR CICARD-BLOCKED
                    OR CICARD-NOT-YET-ISSUED)
               EXEC CICS UNLOCK
                    FILE('CICARD')
               END-EXEC
               GO TO 3064-CANCEL-ONE-SUPP-EXIT
            END-IF
            SET CICARD-CANCELLED TO TRUE
            MOVE WS-DATEOUT TO CICARD-CANCEL-DATE
            EXEC CICS REWRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE = DFHRESP(NORMAL)
               ADD 1 TO WS-SUPP-CNT
            END-IF
            .
       3064-CANCEL-ONE-SUPP-EXIT.
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
            EXEC CICS RETURN TRANSID('CIBQ')
                      COMMAREA(WS-ENTER-FLAG)
            END-EXEC
            .
       5020-RETURN-TRANS-EXIT.
            EXIT.
