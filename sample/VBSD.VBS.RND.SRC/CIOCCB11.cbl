      *2026-09-01    KEVIN      CIC0012O BUREAU RESUBMIT COUNTER
      *2026-09-01    KEVIN      KEYED CIARCH - ONE READ REPLACES
      *                         THE FULL ARCHIVE SCAN
      *2026-10-15    KEVIN      CIC0012O DUPLICATE APPLICATION FLAG
      *2026-10-15    KEVIN      CIC0012O SCORE AND SCORECARD VERSION
      *2026-10-15    KEVIN      CIC0012O FRAUD REFERRAL FLAG
      *2026-10-15    KEVIN      CIC0012O WITHDRAWAL DETAIL
      *2026-10-15    KEVIN      CIC0012O MANUAL CREDIT OVERRIDE FLAG
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  ARCH-FILE.
       01 ARCH-REC.
          05 ARCH-ID                 PIC 9(13).
          05 ARCH-REST               PIC X(1084).
      *
       FD  RET-FILE.
       01 RET-REC                    PIC X(1097).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB11 WS BEGIN'.
