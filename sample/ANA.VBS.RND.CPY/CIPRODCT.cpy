      ***************************************************************
      * CIPRODCT - CARD PRODUCT REFERENCE RECORD
      * KEYED BY PRODUCT CODE. EACH PRODUCT CARRIES:
      *   BIN          - THE TWO-DIGIT SERIES ITS NEW CARDS ARE
      *                  NUMBERED UNDER (46-59 ARE HELD FOR
      *                  REPLACEMENT AND SUPPLEMENTARY CARDS),
      *   LIMIT BAND   - THE CREDIT LIMITS LOW-HIGH THE PRODUCT IS
      *                  ISSUED FOR; ACTIVE BANDS MAY NOT OVERLAP,
      *   VALIDITY     - YEARS FROM ISSUE OR RENEWAL TO EXPIRY,
      *   ARTWORK      - THE EMBOSSING VENDOR'S PLASTIC DESIGN CODE.
      * A WITHDRAWN PRODUCT IS NO LONGER CHOSEN FOR A NEW CARD OR
      * AN UPGRADE, BUT CARDS ALREADY ON IT KEEP IT AND RENEW ON IT.
      * MAINTAINED ONLINE BY CIOCCM24; READ THROUGH CIOCPROD.
      ***************************************************************
       01 CIPRODCT-REC.
          05 CIPRODCT-CODE          PIC X(04).
          05 CIPRODCT-DESC          PIC X(20).
          05 CIPRODCT-BIN           PIC 9(02).
          05 CIPRODCT-LIMIT-LOW     PIC 9(08).
          05 CIPRODCT-LIMIT-HIGH    PIC 9(08).
          05 CIPRODCT-VALID-YEARS   PIC 9(02).
          05 CIPRODCT-ARTWORK       PIC X(08).
          05 CIPRODCT-STATUS        PIC X(01).
             88 CIPRODCT-ACTIVE         VALUE 'A'.
             88 CIPRODCT-WITHDRAWN      VALUE 'W'.
          05 CIPRODCT-UPD-DATE      PIC X(10).
          05 CIPRODCT-UPD-USER      PIC X(08).
          05 FILLER                 PIC X(09).
