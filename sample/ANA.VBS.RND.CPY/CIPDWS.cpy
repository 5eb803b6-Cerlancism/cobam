      ***************************************************************
      * CIPDWS - CARD PRODUCT CALL PARAMETER AREA
      * COPIED UNDER A CALLER-SUPPLIED 01 LEVEL AND PASSED TO THE
      * CIOCPROD SUBPROGRAM. THE CALLER SETS THE FUNCTION AND:
      *   PD-BY-LIMIT  - PD-LIMIT; THE ACTIVE PRODUCT WHOSE LIMIT
      *                  BAND COVERS IT IS ANSWERED,
      *   PD-BY-CODE   - PD-PRODUCT-CODE; THAT PRODUCT IS ANSWERED
      *                  WHETHER ACTIVE OR WITHDRAWN.
      * THE SUBPROGRAM ANSWERS THE PRODUCT'S CODE, BIN, BAND,
      * VALIDITY YEARS AND ARTWORK. NO MATCHING PRODUCT ANSWERS
      * PD-NOT-FOUND; AN UNREADABLE PRODUCT FILE ANSWERS PD-FAILED
      * WITH THE REASON.
      ***************************************************************
          05 PD-FUNCTION           PIC X(01).
             88 PD-BY-LIMIT            VALUE 'L'.
             88 PD-BY-CODE             VALUE 'G'.
          05 PD-LIMIT              PIC 9(08).
          05 PD-PRODUCT-CODE       PIC X(04).
          05 PD-BIN                PIC 9(02).
          05 PD-LIMIT-LOW          PIC 9(08).
          05 PD-LIMIT-HIGH         PIC 9(08).
          05 PD-VALID-YEARS        PIC 9(02).
          05 PD-ARTWORK            PIC X(08).
          05 PD-REPLY              PIC X(01).
             88 PD-OK                  VALUE 'Y'.
             88 PD-NOT-FOUND           VALUE 'F'.
             88 PD-FAILED              VALUE 'N'.
          05 PD-MSG                PIC X(40).
