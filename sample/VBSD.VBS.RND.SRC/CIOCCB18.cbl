      *     EXPIRY MOVES TO EXPIRED (005) SO THE CIOCCB15 SNAPSHOT
      *     AND THE CIOCCS04 INQUIRY TELL THE CUSTOMER THE TRUTH
      *     (LOST/STOLEN CARDS KEEP THEIR STATUS FOR DISPUTES),
      *   - A TEMPORARILY BLOCKED CARD IS NEITHER RENEWED NOR
      *     EXPIRED; IT IS PICKED UP BY THE FIRST PASS AFTER
      *     CIOCCM20 OR THE CIOCCB23 AUTO-RELEASE RETURNS IT TO
      *     ACTIVE,
      *   - A CARD ISSUED BEFORE THE EXPIRY FIELD EXISTED (BLANK
      *     DATE) IS BACKFILLED FROM ITS ISSUE DATE WITHOUT A
      *     RE-CUT,
      *   - A SUPPLEMENTARY CARD RENEWS ONLY WHILE ITS PRIMARY IS
      *     ACTIVE OR NOT YET ISSUED; UNDER A BLOCKED PRIMARY IT IS
      *     HELD LIKE A BLOCKED CARD, AND UNDER A PRIMARY THAT IS
      *     GONE IT RUNS ON TO EXPIRY. A CANCELLED CARD IS LEFT
      *     ALONE.
      * A RENEWAL IS RE-CUT ON THE CARD'S CURRENT CIPRODCT PRODUCT -
      * ITS VALIDITY YEARS AND ARTWORK, THROUGH CIOCPROD. A CARD
      * WITH NO PRODUCT YET IS GIVEN THE ONE ITS LIMIT FALLS IN; A
      * CARD NO PRODUCT COVERS RENEWS ON THE STANDARD 3 YEARS WITH
      * NO ARTWORK AND THE RUN ENDS RC 4.
      * THE RENEWAL EXTRACT NEEDS THE NAME AND ADDRESS FROM THE
      * ORIGINATING APPLICATION, SO THE RENEWED CARDS ARE SORTED
      * INTO APPLICATION ORDER AND WALKED AGAINST THE LIVE FILE.
      *2026-09-01    KEVIN      INITIAL VERSION
      *2026-09-01    KEVIN      BUSINESS DATE FROM CIOCBDAT
      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-10-15    KEVIN      TEMPORARILY BLOCKED CARDS SKIPPED
      *                         AND COUNTED
      *2026-10-15    KEVIN      SUPPLEMENTARY CARDS RENEW WITH THEIR
      *                         PRIMARY AND RE-CUT FOR THEIR HOLDER;
      *                         CANCELLED CARDS LEFT ALONE
      *2026-10-15    KEVIN      RENEWAL RE-CUT ON THE CARD'S PRODUCT -
      *                         VALIDITY AND ARTWORK FROM CIPRODCT;
      *                         CARD SAVE AREA TO 260 BYTES
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 RNWW-CARD-NUMB          PIC 9(16).
          05 RNWW-LIMIT              PIC 9(08).
          05 RNWW-EXPIRY-DATE        PIC X(10).
          05 RNWW-HOLDER-NAME        PIC X(30).
          05 RNWW-HOLDER-ENG-NAME    PIC X(40).
          05 RNWW-PRODUCT            PIC X(04).
          05 RNWW-ARTWORK            PIC X(08).
      *
       SD  SORT-FILE.
       01 SORT-REC.
          05 SORT-CARD-NUMB          PIC 9(16).
          05 SORT-LIMIT              PIC 9(08).
          05 SORT-EXPIRY-DATE        PIC X(10).
          05 SORT-HOLDER-NAME        PIC X(30).
          05 SORT-HOLDER-ENG-NAME    PIC X(40).
          05 SORT-PRODUCT            PIC X(04).
          05 SORT-ARTWORK            PIC X(08).
      *
       FD  EMB-FILE.
       COPY CIEMBOSS.
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB18 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB18'.
      * YEARS A RENEWED CARD STAYS VALID - FROM ITS PRODUCT, OR THE
      * STANDARD VALIDITY WHEN NO PRODUCT COVERS THE CARD
       77 WS-CARD-VALID-YEARS   PIC 9(02) VALUE ZERO.
       77 WS-STD-VALID-YEARS    PIC 9(02) VALUE 3.
       77 WS-CARD-ARTWORK       PIC X(08) VALUE SPACES.
       01 WS-FLAGS.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
          05 WS-TOTAL-BACKFILLED    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-RECUT         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-RNW-ORPHAN    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-BLOCKED       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SUPP-HELD     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-PRODUCT    PIC 9(07) VALUE ZERO.
      * THE SUPPLEMENTARY BEING LOOKED AT, HELD WHILE ITS PRIMARY IS
      * READ INTO THE SAME RECORD AREA
       01 WS-CARD-SAVE              PIC X(260).
       01 WS-PRIMARY-SW             PIC X(01).
          88 WS-PRIMARY-RENEWING    VALUE 'R'.
          88 WS-PRIMARY-BLOCKED     VALUE 'B'.
          88 WS-PRIMARY-GONE        VALUE 'G'.
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *CARD PRODUCT CALL PARAMETER AREA
       01 WS-PRODUCT-AREA.
       COPY CIPDWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * THE SAVE AREA MIRRORS THE CICARD LAYOUT, SO A COPYBOOK
      * GROWN WITHOUT THIS PROGRAM ENDS THE RUN HERE INSTEAD OF
      * REWRITING A TRUNCATED CARD
            IF LENGTH OF CICARD-REC NOT = LENGTH OF WS-CARD-SAVE
               DISPLAY 'CIOCCB18: RECORD LENGTH CHANGED - ADJUST '
                  'CARD SAVE AREA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
            COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
            EXIT.
      *
       2020-CHECK-ONE-CARD.
            IF CICARD-BLOCKED
               ADD 1 TO WS-TOTAL-BLOCKED
               GO TO 2020-CHECK-ONE-CARD-EXIT
            END-IF
            IF CICARD-LOST OR CICARD-STOLEN OR CICARD-EXPIRED
            OR CICARD-CANCELLED
               GO TO 2020-CHECK-ONE-CARD-EXIT
            END-IF
            IF CICARD-EXPIRY-DATE = SPACES
                WHEN WS-DAYS-LEFT < ZERO
                     PERFORM 2040-EXPIRE-CARD
                        THRU 2040-EXPIRE-CARD-EXIT
                WHEN CICARD-ACTIVE
                 AND WS-DAYS-LEFT <= WS-RENEW-WINDOW-DAYS
                 AND CICARD-PRIMARY-NUMB NOT = ZERO
                     PERFORM 2060-RENEW-SUPPLEMENTARY
                        THRU 2060-RENEW-SUPPLEMENTARY-EXIT
                WHEN CICARD-ACTIVE
                 AND WS-DAYS-LEFT <= WS-RENEW-WINDOW-DAYS
                     PERFORM 2050-RENEW-CARD
      * EXPIRY FROM THE ISSUE DATE, SAME RULE CIOCCB12 STAMPS;
      * NO RE-CUT - THE PLASTIC IN THE CUSTOMER'S HAND IS FINE
       2030-BACKFILL-EXPIRY.
            PERFORM 2070-PICK-PRODUCT
               THRU 2070-PICK-PRODUCT-EXIT
            MOVE CICARD-ISSUE-DATE TO WS-NEW-EXPIRY-DATE
            MOVE CICARD-ISSUE-DATE(1:4) TO WS-NEW-EXPIRY-YEAR
            ADD WS-CARD-VALID-YEARS TO WS-NEW-EXPIRY-YEAR
      * THE FRESH EXPIRY RUNS FROM THE OLD ONE, NOT FROM TODAY, SO
      * A CUSTOMER RENEWING EARLY NEVER LOSES VALIDITY
       2050-RENEW-CARD.
            PERFORM 2070-PICK-PRODUCT
               THRU 2070-PICK-PRODUCT-EXIT
            MOVE CICARD-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
            MOVE CICARD-EXPIRY-DATE(1:4) TO WS-NEW-EXPIRY-YEAR
            ADD WS-CARD-VALID-YEARS TO WS-NEW-EXPIRY-YEAR
            MOVE CICARD-NUMB        TO SORT-CARD-NUMB
            MOVE CICARD-LIMIT       TO SORT-LIMIT
            MOVE WS-NEW-EXPIRY-DATE TO SORT-EXPIRY-DATE
            MOVE CICARD-HOLDER-NAME TO SORT-HOLDER-NAME
            MOVE CICARD-HOLDER-ENG-NAME TO SORT-HOLDER-ENG-NAME
            MOVE CICARD-PRODUCT     TO SORT-PRODUCT
            MOVE WS-CARD-ARTWORK    TO SORT-ARTWORK
            RELEASE SORT-REC
            .
       2050-RENEW-CARD-EXIT.
            EXIT.
      *
      * THE PRIMARY IS READ BY KEY INTO THE SAME RECORD AREA, SO THE
      * SUPPLEMENTARY IS PUT BACK AND THE WALK REPOSITIONED JUST
      * PAST IT BEFORE THE NEXT SEQUENTIAL READ
       2060-RENEW-SUPPLEMENTARY.
            MOVE CICARD-REC TO WS-CARD-SAVE
            MOVE CICARD-PRIMARY-NUMB TO CICARD-NUMB
            READ CARD-FILE
                 INVALID KEY
                     SET WS-PRIMARY-GONE TO TRUE
                 NOT INVALID KEY
                     EVALUATE TRUE
                         WHEN CICARD-ACTIVE
                         WHEN CICARD-NOT-YET-ISSUED
                              SET WS-PRIMARY-RENEWING TO TRUE
                         WHEN CICARD-BLOCKED
                              SET WS-PRIMARY-BLOCKED TO TRUE
                         WHEN OTHER
                              SET WS-PRIMARY-GONE TO TRUE
                     END-EVALUATE
            END-READ
            MOVE WS-CARD-SAVE TO CICARD-REC
            EVALUATE TRUE
                WHEN WS-PRIMARY-RENEWING
                     PERFORM 2050-RENEW-CARD
                        THRU 2050-RENEW-CARD-EXIT
                WHEN WS-PRIMARY-BLOCKED
                     ADD 1 TO WS-TOTAL-BLOCKED
                WHEN OTHER
                     ADD 1 TO WS-TOTAL-SUPP-HELD
            END-EVALUATE
            START CARD-FILE KEY IS > CICARD-NUMB
                INVALID KEY
                    SET WS-CARD-DONE TO TRUE
            END-START
            .
       2060-RENEW-SUPPLEMENTARY-EXIT.
            EXIT.
      *
      * THE CARD RENEWS ON THE PRODUCT IT CARRIES, EVEN ONE SINCE
      * WITHDRAWN. A CARD WITH NO PRODUCT, OR ONE NO LONGER ON
      * FILE, IS GIVEN THE ACTIVE PRODUCT ITS LIMIT FALLS IN - THE
      * CALLER'S REWRITE STAMPS IT ON THE CARD
       2070-PICK-PRODUCT.
            MOVE WS-STD-VALID-YEARS TO WS-CARD-VALID-YEARS
            MOVE SPACES TO WS-CARD-ARTWORK
            IF CICARD-PRODUCT NOT = SPACES
               SET PD-BY-CODE TO TRUE
               MOVE CICARD-PRODUCT TO PD-PRODUCT-CODE
               CALL 'CIOCPROD' USING WS-PRODUCT-AREA
            END-IF
            IF CICARD-PRODUCT = SPACES
            OR NOT PD-OK
               SET PD-BY-LIMIT TO TRUE
               MOVE CICARD-LIMIT TO PD-LIMIT
               CALL 'CIOCPROD' USING WS-PRODUCT-AREA
               IF NOT PD-OK
                  ADD 1 TO WS-TOTAL-NO-PRODUCT
                  DISPLAY 'CIOCCB18: NO PRODUCT FOR CARD '
                     CICARD-NUMB ' - ' PD-MSG
                  GO TO 2070-PICK-PRODUCT-EXIT
               END-IF
               MOVE PD-PRODUCT-CODE TO CICARD-PRODUCT
            END-IF
            MOVE PD-VALID-YEARS TO WS-CARD-VALID-YEARS
            MOVE PD-ARTWORK     TO WS-CARD-ARTWORK
            .
       2070-PICK-PRODUCT-EXIT.
            EXIT.
      *
      * THE LIVE FILE AND THE RENEWAL WORK FILE ARE BOTH IN
      * APPLICATION ORDER, SO ONE FORWARD PASS CUTS EVERY EXTRACT
       3000-CUT-RENEWAL-EXTRACT.
            MOVE RNWW-CARD-NUMB       TO CIEMBOSS-CARD-NUMB
            MOVE CIC0012O-NAME        TO CIEMBOSS-NAME
            MOVE CIC0012O-ENGLISH-NAME TO CIEMBOSS-ENGLISH-NAME
      * A SUPPLEMENTARY IS RE-CUT FOR ITS OWN HOLDER
            IF RNWW-HOLDER-NAME NOT = SPACES
               MOVE RNWW-HOLDER-NAME     TO CIEMBOSS-NAME
               MOVE RNWW-HOLDER-ENG-NAME TO CIEMBOSS-ENGLISH-NAME
            END-IF
            MOVE RNWW-LIMIT           TO CIEMBOSS-LIMIT
            MOVE RNWW-EXPIRY-DATE     TO CIEMBOSS-EXPIRY-DATE
            MOVE CIC0012O-LIVE-ADDRESS TO CIEMBOSS-ADDRESS
            MOVE CIC0012O-LIVE-DISTRICT TO CIEMBOSS-DISTRICT
            MOVE CIC0012O-LIVE-PROVINCE TO CIEMBOSS-PROVINCE
            MOVE CIC0012O-LIVE-ZIP-CODE TO CIEMBOSS-ZIP-CODE
            MOVE RNWW-PRODUCT         TO CIEMBOSS-PRODUCT
            MOVE RNWW-ARTWORK         TO CIEMBOSS-ARTWORK
            WRITE CIEMBOSS-REC
            ADD 1 TO WS-TOTAL-RECUT
            .
            DISPLAY 'CIOCCB18: EXTRACTS RE-CUT    ' WS-TOTAL-RECUT
            DISPLAY 'CIOCCB18: ORPHAN RENEWALS    '
               WS-TOTAL-RNW-ORPHAN
            DISPLAY 'CIOCCB18: BLOCKED - SKIPPED  ' WS-TOTAL-BLOCKED
            DISPLAY 'CIOCCB18: SUPP - NO PRIMARY  '
               WS-TOTAL-SUPP-HELD
            DISPLAY 'CIOCCB18: NO CARD PRODUCT    '
               WS-TOTAL-NO-PRODUCT
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-RENEWED TO RC-REC-COUNT
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
      * A CARD RENEWED WITHOUT A PRODUCT IS A WARNING
            IF WS-TOTAL-NO-PRODUCT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
