      ***************************************************************
      * CIRIAUD - INTEGRITY REPAIR AUDIT RECORD
      * ONE ENTRY PER FIX MADE BY THE NIGHTLY INTEGRITY CHECK IN
      * REPAIR MODE: R = STALE CIWRKQ ASSIGNMENT RELEASED, D = ORPHAN
      * CICUSTXR CROSS-REFERENCE DELETED. THE BEFORE IMAGE HOLDS THE
      * RECORD AS IT STOOD WHEN IT WAS REMOVED. APPENDED, NEVER
      * REWRITTEN.
      ***************************************************************
       01 CIRIAUD-REC.
          05 CIRIAUD-DATE          PIC X(10).
          05 CIRIAUD-TIME          PIC X(08).
          05 CIRIAUD-PGM           PIC X(08).
          05 CIRIAUD-ACTION        PIC X(01).
             88 CIRIAUD-RELEASE        VALUE 'R'.
             88 CIRIAUD-DELETE         VALUE 'D'.
          05 CIRIAUD-FILE          PIC X(08).
          05 CIRIAUD-BEFORE        PIC X(60).
          05 CIRIAUD-DETAIL        PIC X(40).
