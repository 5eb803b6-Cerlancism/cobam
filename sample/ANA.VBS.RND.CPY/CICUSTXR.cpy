      * CICUSTXR - CUSTOMER CROSS-REFERENCE RECORD
      * ONE ENTRY PER RELATIONSHIP A CUSTOMER ID HOLDS: A = CREDIT
      * APPLICATION (REL-ID CARRIES THE CIC0012O-ID), C = CARD
      * (REL-ID CARRIES THE CICARD-NUMB), S = SUPPLEMENTARY CARD
      * (REL-ID CARRIES THE SUPPLEMENTARY CICARD-NUMB; ONE ROW UNDER
      * THE HOLDER'S ID AND ONE UNDER THE PRIMARY CARDHOLDER'S ID).
      * MAINTAINED AT CIOCCM04 INTAKE, AT CIOCCB12 CARD ISSUANCE,
      * AT CIOCCM09 REPLACEMENT AND AT CIOCCM23 SUPPLEMENTARY
      * ISSUE, SO EVERYTHING HELD FOR ONE PERSON CAN BE LISTED
      * FROM THE ID THEY PRESENT AT THE COUNTER.
      ***************************************************************
       01 CICUSTXR-REC.
          05 CICUSTXR-KEY.
             10 CICUSTXR-REL-TYPE       PIC X(01).
                88 CICUSTXR-APPLICATION      VALUE 'A'.
                88 CICUSTXR-CARD             VALUE 'C'.
                88 CICUSTXR-SUPPLEMENTARY    VALUE 'S'.
             10 CICUSTXR-REL-ID         PIC 9(16).
          05 CICUSTXR-CREATE-DATE       PIC X(10).
