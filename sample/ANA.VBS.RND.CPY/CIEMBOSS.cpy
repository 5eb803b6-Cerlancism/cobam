          05 CIEMBOSS-DISTRICT     PIC X(20).
          05 CIEMBOSS-PROVINCE     PIC X(20).
          05 CIEMBOSS-ZIP-CODE     PIC 9(06).
      * THE CARD PRODUCT AND THE VENDOR ARTWORK CODE THE PLASTIC IS
      * CUT ON, FROM CIPRODCT
          05 CIEMBOSS-PRODUCT      PIC X(04).
          05 CIEMBOSS-ARTWORK      PIC X(08).
