      ***************************************************************
      * CICM24 - SYMBOLIC MAP FOR CARD PRODUCT MAINTENANCE (CICM24)
      ***************************************************************
       01 CICM24I.
          02 FILLER             PIC X(12).
          02 ACTNL               PIC S9(4) COMP.
          02 ACTNF               PIC X.
          02 FILLER REDEFINES ACTNF.
             03 ACTNA             PIC X.
          02 ACTNI               PIC X(01).
          02 PCODL               PIC S9(4) COMP.
          02 PCODF               PIC X.
          02 FILLER REDEFINES PCODF.
             03 PCODA             PIC X.
          02 PCODI               PIC X(04).
          02 DESCL               PIC S9(4) COMP.
          02 DESCF               PIC X.
          02 FILLER REDEFINES DESCF.
             03 DESCA             PIC X.
          02 DESCI               PIC X(20).
          02 PBINL               PIC S9(4) COMP.
          02 PBINF               PIC X.
          02 FILLER REDEFINES PBINF.
             03 PBINA             PIC X.
          02 PBINI               PIC 9(02).
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
          02 VALYL               PIC S9(4) COMP.
          02 VALYF               PIC X.
          02 FILLER REDEFINES VALYF.
             03 VALYA             PIC X.
          02 VALYI               PIC 9(02).
          02 ARTWL               PIC S9(4) COMP.
          02 ARTWF               PIC X.
          02 FILLER REDEFINES ARTWF.
             03 ARTWA             PIC X.
          02 ARTWI               PIC X(08).
          02 PSTAL               PIC S9(4) COMP.
          02 PSTAF               PIC X.
          02 FILLER REDEFINES PSTAF.
             03 PSTAA             PIC X.
          02 PSTAI               PIC X(01).
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
       01 CICM24O REDEFINES CICM24I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 ACTNO               PIC X(01).
          02 FILLER             PIC X(3).
          02 PCODO               PIC X(04).
          02 FILLER             PIC X(3).
          02 DESCO               PIC X(20).
          02 FILLER             PIC X(3).
          02 PBINO               PIC 9(02).
          02 FILLER             PIC X(3).
          02 BLOWO               PIC 9(08).
          02 FILLER             PIC X(3).
          02 BHGHO               PIC 9(08).
          02 FILLER             PIC X(3).
          02 VALYO               PIC 9(02).
          02 FILLER             PIC X(3).
          02 ARTWO               PIC X(08).
          02 FILLER             PIC X(3).
          02 PSTAO               PIC X(01).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
          02 FILLER             PIC X(3).
          02 MSGO                PIC X(40).
