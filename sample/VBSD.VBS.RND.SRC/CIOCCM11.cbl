      * CUSTOMER ID TYPE AND NUMBER THE CUSTOMER PRESENTS; THE
      * CICUSTXR CROSS-REFERENCE IS BROWSED AND EVERY APPLICATION
      * (WITH ITS CIC0012O-STATUS) AND EVERY CARD (WITH ITS
      * CICARD-STATUS, LIMIT AND CARD PRODUCT) IS LISTED ON ONE
      * SCREEN, UP TO EIGHT LINES. A SUPPLEMENTARY CARD SHOWS AS
      * SUPP, WITH THE PRIMARY CARD IT HANGS OFF WHEN THE CUSTOMER
      * IS ITS HOLDER, OR THE HOLDER'S NAME WHEN THE CUSTOMER IS
      * THE PRIMARY CARDHOLDER. READ ONLY - NOTHING IS EVER
      * REWRITTEN HERE.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-09-01    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      LIST SUPPLEMENTARY CARDS WITH THEIR LINK
      *2026-10-15    KEVIN      CARD PRODUCT SHOWN ON CARD LINES
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
          05 WS-RL-STATUS       PIC 9(03).
          05 WS-RL-LIMIT-TAG    PIC X(07).
          05 WS-RL-LIMIT        PIC ZZZZZZZ9.
          05 WS-RL-LINK-TAG     PIC X(05).
          05 WS-RL-LINK         PIC X(18).
       01 WS-MAP-OPTION         PIC X(1).
          88 WS-MAP-ERASE       VALUE '0'.
          88 WS-MAP-DATAONLY    VALUE '1'.
                        MOVE CICARD-STATUS TO WS-RL-STATUS
                        MOVE ' LIMIT ' TO WS-RL-LIMIT-TAG
                        MOVE CICARD-LIMIT TO WS-RL-LIMIT
                        MOVE ' PRD ' TO WS-RL-LINK-TAG
                        MOVE CICARD-PRODUCT TO WS-RL-LINK
                     END-IF
                WHEN CICUSTXR-SUPPLEMENTARY
                     MOVE 'SUPP' TO WS-RL-TYPE
                     MOVE CICUSTXR-REL-ID TO CICARD-NUMB
                     EXEC CICS READ
                          FILE('CICARD')
                          INTO(CICARD-REC)
                          RIDFLD(CICARD-NUMB)
                          RESP(WS-RESP2-CODE)
                     END-EXEC
                     IF WS-RESP2-CODE = DFHRESP(NORMAL)
                        MOVE CICARD-STATUS TO WS-RL-STATUS
                        MOVE ' LIMIT ' TO WS-RL-LIMIT-TAG
                        MOVE CICARD-LIMIT TO WS-RL-LIMIT
                        IF CICARD-HOLDER-ID-TYPE = CICUSTXR-CUST-ID-TYPE
                        AND CICARD-HOLDER-ID-NUMBER =
                            CICUSTXR-CUST-ID-NUMBER
                           MOVE ' OF  ' TO WS-RL-LINK-TAG
                           MOVE CICARD-PRIMARY-NUMB TO WS-RL-LINK
                        ELSE
                           MOVE ' TO  ' TO WS-RL-LINK-TAG
                           MOVE CICARD-HOLDER-NAME TO WS-RL-LINK
                        END-IF
                     END-IF
                WHEN OTHER
                     MOVE 'XREF' TO WS-RL-TYPE
