      ***************************************************************
      * CISCORE - CREDIT SCORECARD PARAMETER RECORD
      * KEYED BY SCORECARD VERSION, RECORD TYPE, FACTOR AND BAND
      * SEQUENCE. EACH VERSION CARRIES:
      *   H = ONE HEADER: EFFECTIVE DATE, ACTIVE/DRAFT STATUS, THE
      *       CUT-OFF SCORE AND THE SALARY FLOOR BELOW WHICH AN
      *       APPLICATION IS REFUSED WITHOUT SCORING,
      *   F = FACTOR BANDS: POINTS FOR A FACTOR VALUE IN LOW-HIGH
      *       (MARITAL STATUS MATCHES ON THE CODE INSTEAD),
      *   S = SCORE BANDS: THE SALARY MULTIPLIER FOR A TOTAL SCORE
      *       IN LOW-HIGH, OPTIONALLY CAPPED AT A MAXIMUM LIMIT.
      * THE NIGHTLY SCORING RUNS USE THE HIGHEST ACTIVE VERSION
      * WHOSE EFFECTIVE DATE HAS BEEN REACHED.
      ***************************************************************
       01 CISCORE-REC.
          05 CISCORE-KEY.
             10 CISCORE-VERSION     PIC 9(03).
             10 CISCORE-REC-TYPE    PIC X(01).
                88 CISCORE-HEADER       VALUE 'H'.
                88 CISCORE-FACTOR-BAND  VALUE 'F'.
                88 CISCORE-SCORE-BAND   VALUE 'S'.
             10 CISCORE-FACTOR      PIC X(04).
                88 CISCORE-FAC-HISTORY  VALUE 'HIST'.
                88 CISCORE-FAC-HOLD     VALUE 'HOLD'.
                88 CISCORE-FAC-ACCOUNTS VALUE 'ACCT'.
                88 CISCORE-FAC-LIVE-YRS VALUE 'LIVE'.
                88 CISCORE-FAC-SERVICE  VALUE 'SERV'.
                88 CISCORE-FAC-MARITAL  VALUE 'MARI'.
                88 CISCORE-FAC-SALARY   VALUE 'SALY'.
             10 CISCORE-SEQ         PIC 9(02).
          05 CISCORE-DATA           PIC X(40).
          05 CISCORE-HDR-DATA REDEFINES CISCORE-DATA.
             10 CISCORE-EFF-DATE    PIC X(10).
             10 CISCORE-HDR-STATUS  PIC X(01).
                88 CISCORE-ACTIVE       VALUE 'A'.
                88 CISCORE-DRAFT        VALUE 'D'.
             10 CISCORE-CUTOFF      PIC 9(04).
             10 CISCORE-MIN-SALARY  PIC 9(08).
             10 CISCORE-DESC        PIC X(17).
          05 CISCORE-FAC-DATA REDEFINES CISCORE-DATA.
             10 CISCORE-BAND-LOW    PIC 9(08).
             10 CISCORE-BAND-HIGH   PIC 9(08).
             10 CISCORE-BAND-CODE   PIC X(01).
             10 CISCORE-POINTS      PIC 9(03).
             10 FILLER              PIC X(20).
          05 CISCORE-SCB-DATA REDEFINES CISCORE-DATA.
             10 CISCORE-SCORE-LOW   PIC 9(04).
             10 CISCORE-SCORE-HIGH  PIC 9(04).
             10 CISCORE-MULTIPLIER  PIC 9V999.
             10 CISCORE-MAX-LIMIT   PIC 9(08).
             10 FILLER              PIC X(20).
