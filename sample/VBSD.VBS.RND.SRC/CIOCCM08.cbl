      * PLUS THE CALLER'S BIRTH DATE AND CUSTOMER ID NUMBER, WHICH
      * ARE VERIFIED AGAINST THE ORIGINATING CIC0012O APPLICATION
      * BEFORE A NOT-YET-ISSUED CARD IS MOVED TO ACTIVE. A CINOTIFY
      * CONFIRMATION IS CUT UNDER THE CACT TEMPLATE. A
      * SUPPLEMENTARY CARD IS VERIFIED AGAINST ITS OWN HOLDER AS
      * CAPTURED ON THE CARD BY CIOCCM23.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-09-01    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      SUPPLEMENTARY CARDS VERIFIED AGAINST
      *                         THEIR OWN HOLDER
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
               GO TO 3021-VERIFY-AND-ACTIVATE-EXIT
            END-IF
            MOVE CIC0012O-ID TO APIDO
            IF CICARD-PRIMARY-NUMB = ZERO
               IF BDTEI NOT = CIC0012O-BIRTH-DATE
               OR IDNBI NOT = CIC0012O-CUST-ID-NUMBER
                  MOVE 'CALLER VERIFICATION FAILED' TO MSGO
                  GO TO 3021-VERIFY-AND-ACTIVATE-EXIT
               END-IF
            ELSE
               IF BDTEI NOT = CICARD-HOLDER-BIRTH-DATE
               OR IDNBI NOT = CICARD-HOLDER-ID-NUMBER
                  MOVE 'CALLER VERIFICATION FAILED' TO MSGO
                  GO TO 3021-VERIFY-AND-ACTIVATE-EXIT
               END-IF
            END-IF
            SET CICARD-ACTIVE TO TRUE
            EXEC CICS REWRITE
