          05 CICRDSNP-NUMB         PIC 9(16).
          05 CICRDSNP-STATUS       PIC 9(03).
          05 CICRDSNP-SNAP-DATE    PIC X(10).
          05 CICRDSNP-PRODUCT      PIC X(04).
