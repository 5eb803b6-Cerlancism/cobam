      * LIMIT AND CICARD-REPL-FROM LINKING OLD TO NEW, AND A
      * CIEMBREQ REQUEST QUEUES THE EMBOSSING EXTRACT CUT FOR THE
      * NIGHTLY CIOCCB12 RUN.
      * A SUPPLEMENTARY CARD IS REPLACED FROM THE SUPPLEMENTARY BIN
      * SERIES AND KEEPS ITS PRIMARY AND HOLDER; WHEN A PRIMARY IS
      * REPLACED ITS SUPPLEMENTARIES ARE REPOINTED TO THE NEW
      * NUMBER. A CANCELLED CARD CANNOT BE REPORTED.
      * THE REPLACEMENT STAYS ON THE OLD CARD'S CIPRODCT PRODUCT
      * AND TAKES THAT PRODUCT'S VALIDITY YEARS.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *2026-09-01    KEVIN      INITIAL VERSION
      *2026-09-01    KEVIN      STAMP EXPIRY ON REPLACEMENT CARDS
      *2026-09-01    KEVIN      CICUSTXR CUSTOMER CROSS-REFERENCE
      *2026-10-15    KEVIN      SUPPLEMENTARY CARD REPLACEMENT AND
      *                         PRIMARY LINK REPOINT, REFUSE CANCELLED
      *2026-10-15    KEVIN      REPLACEMENT KEEPS THE CARD PRODUCT
      *                         AND TAKES ITS VALIDITY YEARS
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
          05 WS-DATEOUT         PIC X(10).
          05 WS-TIMEOUT         PIC X(8).
          05 WS-RESP-CODE       PIC S9(8) COMP.
          05 WS-RESP2-CODE      PIC S9(8) COMP.
          05 WS-MESSAGE         PIC X(40).
          05 WS-ENTER-FLAG      PIC X(1).
      * FIRST BIN OF THE REPLACEMENT SERIES; BUMPED ON A DUPLICATE
       77 WS-REPL-BIN-FIRST     PIC 9(02) VALUE 46.
       77 WS-REPL-BIN-LAST      PIC 9(02) VALUE 49.
       01 WS-REPL-BIN           PIC 9(02).
      * A SUPPLEMENTARY IS REPLACED FROM THE SUPPLEMENTARY SERIES
      * CIOCCM23 ISSUES FROM
       77 WS-SUPP-BIN-FIRST     PIC 9(02) VALUE 50.
       77 WS-SUPP-BIN-LAST      PIC 9(02) VALUE 59.
       01 WS-BIN-FROM           PIC 9(02).
       01 WS-BIN-TO             PIC 9(02).
       01 WS-OLD-CARD-NUMB      PIC 9(16).
       01 WS-OLD-APPL-ID        PIC 9(13).
       01 WS-OLD-LIMIT          PIC 9(08).
       01 WS-OLD-PRIMARY-NUMB   PIC 9(16).
       01 WS-OLD-HOLDER.
          05 WS-OLD-HOLDER-NAME       PIC X(30).
          05 WS-OLD-HOLDER-ENG-NAME   PIC X(40).
          05 WS-OLD-HOLDER-ID-TYPE    PIC 9(03).
          05 WS-OLD-HOLDER-ID-NUMBER  PIC X(18).
          05 WS-OLD-HOLDER-BIRTH-DATE PIC X(10).
       01 WS-OLD-PRODUCT        PIC X(04).
      * BROWSE KEY MIRRORS CICUSTXR-KEY; USED TO FIND THE
      * SUPPLEMENTARIES OF A REPLACED PRIMARY
       01 WS-XR-BROWSE-KEY.
          05 WS-XK-ID-TYPE      PIC 9(03).
          05 WS-XK-ID-NUMBER    PIC X(18).
          05 WS-XK-REL-TYPE     PIC X(01).
          05 WS-XK-REL-ID       PIC 9(16).
       01 WS-BROWSE-DONE-SW     PIC X(1).
          88 WS-BROWSE-DONE     VALUE 'Y'.
      * YEARS A REPLACEMENT STAYS VALID - FROM THE CARD'S PRODUCT,
      * OR THE STANDARD VALIDITY WHEN IT HAS NONE ON FILE
       77 WS-CARD-VALID-YEARS   PIC 9(02) VALUE ZERO.
       77 WS-STD-VALID-YEARS    PIC 9(02) VALUE 3.
       01 WS-EXPIRY-DATE        PIC X(10).
       01 WS-EXPIRY-YEAR        PIC 9(04).
       01 WS-REPL-DONE-SW       PIC X(01).
       COPY CIC0012O.
      *CUSTOMER CROSS-REFERENCE RECORD
       COPY CICUSTXR.
      *CARD PRODUCT RECORD
       COPY CIPRODCT.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
               MOVE 'CARD ALREADY REPORTED LOST/STOLEN' TO MSGO
               GO TO 3021-MARK-AND-REPLACE-EXIT
            END-IF
            IF CICARD-CANCELLED
               EXEC CICS UNLOCK
                    FILE('CICARD')
               END-EXEC
               MOVE 'CARD HAS BEEN CANCELLED' TO MSGO
               GO TO 3021-MARK-AND-REPLACE-EXIT
            END-IF
            MOVE CICARD-NUMB    TO WS-OLD-CARD-NUMB
            MOVE CICARD-APPL-ID TO WS-OLD-APPL-ID
            MOVE CICARD-LIMIT   TO WS-OLD-LIMIT
            MOVE CICARD-PRIMARY-NUMB TO WS-OLD-PRIMARY-NUMB
            MOVE CICARD-HOLDER  TO WS-OLD-HOLDER
            MOVE CICARD-PRODUCT TO WS-OLD-PRODUCT
            IF ACTNI = 'L'
               SET CICARD-LOST TO TRUE
            ELSE
       3022-ISSUE-REPLACEMENT.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            PERFORM 3029-GET-PRODUCT-VALIDITY
               THRU 3029-GET-PRODUCT-VALIDITY-EXIT
      * EXPIRY IS THE ISSUE DATE PUSHED OUT BY THE VALIDITY YEARS;
      * A LEAP-DAY ISSUE FALLS BACK TO 02/28 OF THE EXPIRY YEAR
            MOVE WS-DATEOUT TO WS-EXPIRY-DATE
            IF WS-EXPIRY-DATE(6:5) = '02/29'
               MOVE '02/28' TO WS-EXPIRY-DATE(6:5)
            END-IF
            IF WS-OLD-PRIMARY-NUMB = ZERO
               MOVE WS-REPL-BIN-FIRST TO WS-BIN-FROM
               MOVE WS-REPL-BIN-LAST  TO WS-BIN-TO
            ELSE
               MOVE WS-SUPP-BIN-FIRST TO WS-BIN-FROM
               MOVE WS-SUPP-BIN-LAST  TO WS-BIN-TO
            END-IF
            MOVE 'N' TO WS-REPL-DONE-SW
            PERFORM VARYING WS-REPL-BIN FROM WS-BIN-FROM BY 1
                    UNTIL WS-REPL-DONE
                       OR WS-REPL-BIN > WS-BIN-TO
               PERFORM 3023-GENERATE-CARD-NUMBER
                  THRU 3023-GENERATE-CARD-NUMBER-EXIT
               PERFORM 3024-WRITE-REPLACEMENT
            MOVE WS-DATEOUT       TO CICARD-ISSUE-DATE
            MOVE WS-EXPIRY-DATE   TO CICARD-EXPIRY-DATE
            MOVE WS-OLD-CARD-NUMB TO CICARD-REPL-FROM
            MOVE WS-OLD-PRIMARY-NUMB TO CICARD-PRIMARY-NUMB
            MOVE WS-OLD-HOLDER    TO CICARD-HOLDER
            MOVE WS-OLD-PRODUCT   TO CICARD-PRODUCT
            EXEC CICS WRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
      *
      * ONE CROSS-REFERENCE ROW PER REPLACEMENT CARD SO THE
      * CUSTOMER INQUIRY LISTS IT; THE CUSTOMER ID COMES FROM THE
      * ORIGINATING APPLICATION. A SUPPLEMENTARY GETS A
      * SUPPLEMENTARY ROW UNDER BOTH ITS HOLDER AND THE PRIMARY
      * CARDHOLDER, AS CIOCCM23 WRITES AT ISSUE.
       3026-WRITE-CUSTOMER-XREF.
            MOVE WS-OLD-APPL-ID TO CIC0012O-ID
            EXEC CICS READ
            INITIALIZE CICUSTXR-REC
            MOVE CIC0012O-CUST-ID-TYPE   TO CICUSTXR-CUST-ID-TYPE
            MOVE CIC0012O-CUST-ID-NUMBER TO CICUSTXR-CUST-ID-NUMBER
            IF WS-OLD-PRIMARY-NUMB = ZERO
               SET CICUSTXR-CARD TO TRUE
            ELSE
               SET CICUSTXR-SUPPLEMENTARY TO TRUE
            END-IF
            MOVE WS-NEW-CARD-NUMB TO CICUSTXR-REL-ID
            MOVE WS-DATEOUT       TO CICUSTXR-CREATE-DATE
            EXEC CICS WRITE
                 RIDFLD(CICUSTXR-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-OLD-PRIMARY-NUMB = ZERO
               PERFORM 3027-REPOINT-SUPPLEMENTARIES
                  THRU 3027-REPOINT-SUPPLEMENTARIES-EXIT
            ELSE
               MOVE WS-OLD-HOLDER-ID-TYPE   TO CICUSTXR-CUST-ID-TYPE
               MOVE WS-OLD-HOLDER-ID-NUMBER TO CICUSTXR-CUST-ID-NUMBER
               EXEC CICS WRITE
                    FILE('CICUSTXR')
                    FROM(CICUSTXR-REC)
                    RIDFLD(CICUSTXR-KEY)
                    RESP(WS-RESP-CODE)
               END-EXEC
            END-IF
            .
       3026-WRITE-CUSTOMER-XREF-EXIT.
            EXIT.
      *
      * THE PRIMARY CARDHOLDER'S SUPPLEMENTARY ROWS LEAD TO EVERY
      * SUPPLEMENTARY ISSUED UNDER THIS CUSTOMER; THOSE LINKED TO
      * THE OLD NUMBER FOLLOW THE PRIMARY TO ITS REPLACEMENT
       3027-REPOINT-SUPPLEMENTARIES.
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
               GO TO 3027-REPOINT-SUPPLEMENTARIES-EXIT
            END-IF
            PERFORM 3028-REPOINT-ONE-SUPP
               THRU 3028-REPOINT-ONE-SUPP-EXIT
              UNTIL WS-BROWSE-DONE
            EXEC CICS ENDBR
                 FILE('CICUSTXR')
                 RESP(WS-RESP2-CODE)
            END-EXEC
            .
       3027-REPOINT-SUPPLEMENTARIES-EXIT.
            EXIT.
      *
       3028-REPOINT-ONE-SUPP.
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
               GO TO 3028-REPOINT-ONE-SUPP-EXIT
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
               GO TO 3028-REPOINT-ONE-SUPP-EXIT
            END-IF
            IF CICARD-PRIMARY-NUMB NOT = WS-OLD-CARD-NUMB
               EXEC CICS UNLOCK
                    FILE('CICARD')
               END-EXEC
               GO TO 3028-REPOINT-ONE-SUPP-EXIT
            END-IF
            MOVE WS-NEW-CARD-NUMB TO CICARD-PRIMARY-NUMB
            EXEC CICS REWRITE
                 FILE('CICARD')
                 FROM(CICARD-REC)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            .
       3028-REPOINT-ONE-SUPP-EXIT.
            EXIT.
      *
      * A CARD WITH NO PRODUCT, OR ONE NO LONGER ON FILE, IS
      * REPLACED ON THE STANDARD VALIDITY; THE RENEWAL PASS GIVES
      * IT A PRODUCT LATER
       3029-GET-PRODUCT-VALIDITY.
            MOVE WS-STD-VALID-YEARS TO WS-CARD-VALID-YEARS
            IF WS-OLD-PRODUCT = SPACES
               GO TO 3029-GET-PRODUCT-VALIDITY-EXIT
            END-IF
            MOVE WS-OLD-PRODUCT TO CIPRODCT-CODE
            EXEC CICS READ
                 FILE('CIPRODCT')
                 INTO(CIPRODCT-REC)
                 RIDFLD(CIPRODCT-CODE)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
            AND CIPRODCT-VALID-YEARS > ZERO
               MOVE CIPRODCT-VALID-YEARS TO WS-CARD-VALID-YEARS
            END-IF
            .
       3029-GET-PRODUCT-VALIDITY-EXIT.
            EXIT.
      *
       3030-SEND-MAP.
            PERFORM 1010-ASK-TIME-DATE
