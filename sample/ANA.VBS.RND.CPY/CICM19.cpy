      ***************************************************************
      * CICM19 - SYMBOLIC MAP FOR CREDIT SCORECARD MAINTENANCE (CICM19)
      ***************************************************************
       01 CICM19I.
          02 FILLER             PIC X(12).
          02 ACTNL               PIC S9(4) COMP.
          02 ACTNF               PIC X.
          02 FILLER REDEFINES ACTNF.
             03 ACTNA             PIC X.
          02 ACTNI               PIC X(01).
          02 VERSL               PIC S9(4) COMP.
          02 VERSF               PIC X.
          02 FILLER REDEFINES VERSF.
             03 VERSA             PIC X.
          02 VERSI               PIC 9(03).
          02 RTYPL               PIC S9(4) COMP.
          02 RTYPF               PIC X.
          02 FILLER REDEFINES RTYPF.
             03 RTYPA             PIC X.
          02 RTYPI               PIC X(01).
          02 FACTL               PIC S9(4) COMP.
          02 FACTF               PIC X.
          02 FILLER REDEFINES FACTF.
             03 FACTA             PIC X.
          02 FACTI               PIC X(04).
          02 SEQNL               PIC S9(4) COMP.
          02 SEQNF               PIC X.
          02 FILLER REDEFINES SEQNF.
             03 SEQNA             PIC X.
          02 SEQNI               PIC 9(02).
          02 EFFDL               PIC S9(4) COMP.
          02 EFFDF               PIC X.
          02 FILLER REDEFINES EFFDF.
             03 EFFDA             PIC X.
          02 EFFDI               PIC X(10).
          02 HSTAL               PIC S9(4) COMP.
          02 HSTAF               PIC X.
          02 FILLER REDEFINES HSTAF.
             03 HSTAA             PIC X.
          02 HSTAI               PIC X(01).
          02 CUTOL               PIC S9(4) COMP.
          02 CUTOF               PIC X.
          02 FILLER REDEFINES CUTOF.
             03 CUTOA             PIC X.
          02 CUTOI               PIC 9(04).
          02 MINSL               PIC S9(4) COMP.
          02 MINSF               PIC X.
          02 FILLER REDEFINES MINSF.
             03 MINSA             PIC X.
          02 MINSI               PIC 9(08).
          02 DESCL               PIC S9(4) COMP.
          02 DESCF               PIC X.
          02 FILLER REDEFINES DESCF.
             03 DESCA             PIC X.
          02 DESCI               PIC X(17).
          02 BLOWL               PIC S9(4) COMP.
          02 BLOWF               PIC X.
          02 FILLER REDEFINES BLOWF.
             03 BLOWA             PIC X.
          02 BLOWI               PIC 9(08).
          02 BHGHL               PIC S9(4) COMP.
          02 BHGHF               PIC X.
          02 FILLER REDEFINES BHGHF.
             03 BHGHA             PIC X.
          02 BHGHI               PIC 9(08).
          02 CODEL               PIC S9(4) COMP.
          02 CODEF               PIC X.
          02 FILLER REDEFINES CODEF.
             03 CODEA             PIC X.
          02 CODEI               PIC X(01).
          02 PNTSL               PIC S9(4) COMP.
          02 PNTSF               PIC X.
          02 FILLER REDEFINES PNTSF.
             03 PNTSA             PIC X.
          02 PNTSI               PIC 9(03).
          02 MULTL               PIC S9(4) COMP.
          02 MULTF               PIC X.
          02 FILLER REDEFINES MULTF.
             03 MULTA             PIC X.
          02 MULTI               PIC 9V999.
          02 MAXLL               PIC S9(4) COMP.
          02 MAXLF               PIC X.
          02 FILLER REDEFINES MAXLF.
             03 MAXLA             PIC X.
          02 MAXLI               PIC 9(08).
          02 SYSDL               PIC S9(4) COMP.
          02 SYSDF               PIC X.
          02 FILLER REDEFINES SYSDF.
             03 SYSDA             PIC X.
          02 SYSDI               PIC X(10).
          02 SYSTL               PIC S9(4) COMP.
          02 SYSTF               PIC X.
          02 FILLER REDEFINES SYSTF.
             03 SYSTA             PIC X.
          02 SYSTI               PIC X(8).
          02 MSGL                PIC S9(4) COMP.
          02 MSGF                PIC X.
          02 FILLER REDEFINES MSGF.
             03 MSGA              PIC X.
          02 MSGI                PIC X(40).
       01 CICM19O REDEFINES CICM19I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 ACTNO               PIC X(01).
          02 FILLER             PIC X(3).
          02 VERSO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 RTYPO               PIC X(01).
          02 FILLER             PIC X(3).
          02 FACTO               PIC X(04).
          02 FILLER             PIC X(3).
          02 SEQNO               PIC 9(02).
          02 FILLER             PIC X(3).
          02 EFFDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 HSTAO               PIC X(01).
          02 FILLER             PIC X(3).
          02 CUTOO               PIC 9(04).
          02 FILLER             PIC X(3).
          02 MINSO               PIC 9(08).
          02 FILLER             PIC X(3).
          02 DESCO               PIC X(17).
          02 FILLER             PIC X(3).
          02 BLOWO               PIC 9(08).
          02 FILLER             PIC X(3).
          02 BHGHO               PIC 9(08).
          02 FILLER             PIC X(3).
          02 CODEO               PIC X(01).
          02 FILLER             PIC X(3).
          02 PNTSO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 MULTO               PIC 9V999.
          02 FILLER             PIC X(3).
          02 MAXLO               PIC 9(08).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
          02 FILLER             PIC X(3).
          02 MSGO                PIC X(40).
