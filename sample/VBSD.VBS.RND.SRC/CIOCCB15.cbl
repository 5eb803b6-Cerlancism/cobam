      *2026-08-21    KEVIN      INITIAL VERSION
      *2026-09-01    KEVIN      BUSINESS DATE FROM CIOCBDAT
      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-10-15    KEVIN      CARD PRODUCT CARRIED ON THE SNAPSHOT
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   NOT AT END
                       MOVE CICARD-NUMB   TO CICRDSNP-NUMB
                       MOVE CICARD-STATUS TO CICRDSNP-STATUS
                       MOVE CICARD-PRODUCT TO CICRDSNP-PRODUCT
                       MOVE WS-BUS-DATE   TO CICRDSNP-SNAP-DATE
                       WRITE CICRDSNP-REC
                       ADD 1 TO WS-TOTAL-CARDS
