      * OLD NIGHTLY SORT OF THE WHOLE CARD MASTER IS GONE. PENDING
      * CIEMBREQ REPLACEMENT REQUESTS ARE CUT THROUGH A KEYED READ
      * OF THEIR APPLICATION AND MARKED DONE IN THE SAME PASS.
      * A SUPPLEMENTARY CARD REQUEST IS CUT WITH THE HOLDER'S NAME
      * FROM THE CARD MASTER AND THE PRIMARY APPLICATION'S ADDRESS.
      *
      * THE CARD PRODUCT IS PICKED FROM THE FINAL LIMIT THROUGH
      * CIOCPROD AND GIVES THE CARD ITS BIN, ITS VALIDITY YEARS AND
      * THE VENDOR ARTWORK. AN APPLICATION NO ACTIVE PRODUCT COVERS
      * IS LEFT UNCARDED FOR THE NEXT RUN AND THE RUN ENDS RC 4.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *                         REPLACEMENT KEYED READS
      *2026-09-01    KEVIN      REPLACEMENT PASS SKIPPED WHEN THE
      *                         LIVE FILE NEVER OPENED
      *2026-10-15    KEVIN      SUPPLEMENTARY CARD REQUESTS CUT WITH THE
      *                         HOLDER'S NAME
      *2026-10-15    KEVIN      CARD PRODUCT PICKED FROM THE FINAL
      *                         LIMIT - BIN, VALIDITY AND ARTWORK
      *                         FROM CIPRODCT; PRODUCT STAMPED ON
      *                         THE CARD AND THE EMBOSS EXTRACT
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB12 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB12'.
      * ISSUER BIN PREFIX OF THE CARD BEING CUT - FROM ITS PRODUCT
       77 WS-CARD-BIN           PIC 9(02) VALUE ZERO.
       01 WS-FLAGS.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
          05 WS-EXPIRY-DATE         PIC X(10).
          05 WS-EXPIRY-YEAR         PIC 9(04).
          05 WS-BUS-DATE            PIC X(10).
      * YEARS A NEW CARD STAYS VALID BEFORE THE RENEWAL CYCLE -
      * FROM ITS PRODUCT
       77 WS-CARD-VALID-YEARS   PIC 9(02) VALUE ZERO.
       01 WS-CARD-WORK.
          05 WS-NEW-CARD-NUMB       PIC 9(16).
          05 WS-NEW-CARD-X REDEFINES WS-NEW-CARD-NUMB
          05 WS-TOTAL-ON-FILE       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-REPL-CUT      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-REQ-ORPHAN    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-PRODUCT    PIC 9(07) VALUE ZERO.
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *CARD PRODUCT CALL PARAMETER AREA
       01 WS-PRODUCT-AREA.
       COPY CIPDWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
               DISPLAY 'CIOCCB12: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            .
       1000-INIT-EXIT.
            EXIT.
       2010-ISSUE-IF-UNCARDED-EXIT.
            EXIT.
      *
      * NO PRODUCT FOR THE LIMIT MEANS NO BIN TO NUMBER THE CARD
      * UNDER, SO NOTHING IS WRITTEN AND THE APPLICATION STAYS
      * UNCARDED UNTIL THE PRODUCT FILE COVERS IT
       2020-CUT-ONE-CARD.
            SET PD-BY-LIMIT TO TRUE
            MOVE CIC0012O-FINAL-LIMIT TO PD-LIMIT
            CALL 'CIOCPROD' USING WS-PRODUCT-AREA
            IF NOT PD-OK
               ADD 1 TO WS-TOTAL-NO-PRODUCT
               DISPLAY 'CIOCCB12: NOT CARDED ' CIC0012O-ID
                  ' LIMIT ' CIC0012O-FINAL-LIMIT ' - ' PD-MSG
               GO TO 2020-CUT-ONE-CARD-EXIT
            END-IF
            MOVE PD-BIN         TO WS-CARD-BIN
            MOVE PD-VALID-YEARS TO WS-CARD-VALID-YEARS
            PERFORM 2030-STAMP-EXPIRY
               THRU 2030-STAMP-EXPIRY-EXIT
            PERFORM 2040-GENERATE-CARD-NUMBER
               THRU 2040-GENERATE-CARD-NUMBER-EXIT
            INITIALIZE CICARD-REC
            MOVE CIC0012O-FINAL-LIMIT TO CICARD-LIMIT
            MOVE WS-BUS-DATE         TO CICARD-ISSUE-DATE
            MOVE WS-EXPIRY-DATE      TO CICARD-EXPIRY-DATE
            MOVE PD-PRODUCT-CODE     TO CICARD-PRODUCT
            WRITE CICARD-REC
            INITIALIZE CIEMBOSS-REC
            MOVE WS-NEW-CARD-NUMB     TO CIEMBOSS-CARD-NUMB
            MOVE CIC0012O-LIVE-DISTRICT TO CIEMBOSS-DISTRICT
            MOVE CIC0012O-LIVE-PROVINCE TO CIEMBOSS-PROVINCE
            MOVE CIC0012O-LIVE-ZIP-CODE TO CIEMBOSS-ZIP-CODE
            MOVE PD-PRODUCT-CODE      TO CIEMBOSS-PRODUCT
            MOVE PD-ARTWORK           TO CIEMBOSS-ARTWORK
            WRITE CIEMBOSS-REC
      * ONE CROSS-REFERENCE ROW PER CARD SO THE CUSTOMER INQUIRY
      * CAN LIST EVERYTHING FROM THE ID AT THE COUNTER
       2020-CUT-ONE-CARD-EXIT.
            EXIT.
      *
      * EXPIRY IS THE ISSUE DATE PUSHED OUT BY THE PRODUCT'S
      * VALIDITY YEARS; A LEAP-DAY ISSUE FALLS BACK TO 02/28 OF THE
      * EXPIRY YEAR
       2030-STAMP-EXPIRY.
            MOVE WS-BUS-DATE TO WS-EXPIRY-DATE
            MOVE WS-BUS-DATE(1:4) TO WS-EXPIRY-YEAR
            ADD WS-CARD-VALID-YEARS TO WS-EXPIRY-YEAR
            MOVE WS-EXPIRY-YEAR TO WS-EXPIRY-DATE(1:4)
            IF WS-EXPIRY-DATE(6:5) = '02/29'
               MOVE '02/28' TO WS-EXPIRY-DATE(6:5)
            END-IF
            .
       2030-STAMP-EXPIRY-EXIT.
            EXIT.
      *
      * BIN + APPLICATION ID FILL THE FIRST 15 DIGITS; THE 16TH IS
      * THE LUHN CHECK DIGIT, COMPUTED WITH THE SAME DOUBLING RULE
      * CIOCCS04'S 3011-VALIDATE-CHECK-DIGIT APPLIES ON INQUIRY
                    MOVE CIC0012O-NAME      TO CIEMBOSS-NAME
                    MOVE CIC0012O-ENGLISH-NAME
                         TO CIEMBOSS-ENGLISH-NAME
                    PERFORM 2120-USE-SUPP-HOLDER
                       THRU 2120-USE-SUPP-HOLDER-EXIT
                    MOVE CIEMBREQ-LIMIT     TO CIEMBOSS-LIMIT
                    MOVE CIEMBREQ-EXPIRY-DATE
                         TO CIEMBOSS-EXPIRY-DATE
            .
       2110-CUT-ONE-REPLACEMENT-EXIT.
            EXIT.
      *
      * A REPLACEMENT IS CUT ON THE PRODUCT THE ONLINE SCREEN
      * CARRIED OVER TO ITS CARD. A SUPPLEMENTARY CARD IS EMBOSSED
      * FOR ITS OWN HOLDER, NOT THE PRIMARY APPLICANT WHOSE
      * APPLICATION IT SHARES
       2120-USE-SUPP-HOLDER.
            MOVE CIEMBREQ-CARD-NUMB TO CICARD-NUMB
            READ CARD-FILE
                 INVALID KEY
                     GO TO 2120-USE-SUPP-HOLDER-EXIT
            END-READ
            MOVE CICARD-PRODUCT TO CIEMBOSS-PRODUCT
            IF CICARD-PRODUCT NOT = SPACES
               SET PD-BY-CODE TO TRUE
               MOVE CICARD-PRODUCT TO PD-PRODUCT-CODE
               CALL 'CIOCPROD' USING WS-PRODUCT-AREA
               IF PD-OK
                  MOVE PD-ARTWORK TO CIEMBOSS-ARTWORK
               END-IF
            END-IF
            IF CICARD-PRIMARY-NUMB = ZERO
            OR CICARD-HOLDER-NAME = SPACES
               GO TO 2120-USE-SUPP-HOLDER-EXIT
            END-IF
            MOVE CICARD-HOLDER-NAME     TO CIEMBOSS-NAME
            MOVE CICARD-HOLDER-ENG-NAME TO CIEMBOSS-ENGLISH-NAME
            .
       2120-USE-SUPP-HOLDER-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB12: APPROVED ON FILE   ' WS-TOTAL-APPROVED
            DISPLAY 'CIOCCB12: REPLACEMENTS CUT   ' WS-TOTAL-REPL-CUT
            DISPLAY 'CIOCCB12: ORPHAN REQUESTS    '
               WS-TOTAL-REQ-ORPHAN
            DISPLAY 'CIOCCB12: NO PRODUCT FOR LIMIT '
               WS-TOTAL-NO-PRODUCT
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-ISSUED TO RC-REC-COUNT
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
      * APPROVED APPLICATIONS LEFT UNCARDED ARE A WARNING
            IF WS-TOTAL-NO-PRODUCT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
