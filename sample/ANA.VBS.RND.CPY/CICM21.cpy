      ***************************************************************
      * CICM21 - SYMBOLIC MAP FOR NAME/ADDRESS CHANGE (CICM21)
      ***************************************************************
       01 CICM21I.
          02 FILLER             PIC X(12).
          02 APIDL               PIC S9(4) COMP.
          02 APIDF               PIC X.
          02 FILLER REDEFINES APIDF.
             03 APIDA             PIC X.
          02 APIDI               PIC 9(13).
          02 ACTNL               PIC S9(4) COMP.
          02 ACTNF               PIC X.
          02 FILLER REDEFINES ACTNF.
             03 ACTNA             PIC X.
          02 ACTNI               PIC X(01).
          02 NAMEL               PIC S9(4) COMP.
          02 NAMEF               PIC X.
          02 FILLER REDEFINES NAMEF.
             03 NAMEA             PIC X.
          02 NAMEI               PIC X(30).
          02 ENAML               PIC S9(4) COMP.
          02 ENAMF               PIC X.
          02 FILLER REDEFINES ENAMF.
             03 ENAMA             PIC X.
          02 ENAMI               PIC X(40).
          02 LCTYL               PIC S9(4) COMP.
          02 LCTYF               PIC X.
          02 FILLER REDEFINES LCTYF.
             03 LCTYA             PIC X.
          02 LCTYI               PIC X(20).
          02 LPRVL               PIC S9(4) COMP.
          02 LPRVF               PIC X.
          02 FILLER REDEFINES LPRVF.
             03 LPRVA             PIC X.
          02 LPRVI               PIC X(20).
          02 LCITL               PIC S9(4) COMP.
          02 LCITF               PIC X.
          02 FILLER REDEFINES LCITF.
             03 LCITA             PIC X.
          02 LCITI               PIC X(20).
          02 LDSTL               PIC S9(4) COMP.
          02 LDSTF               PIC X.
          02 FILLER REDEFINES LDSTF.
             03 LDSTA             PIC X.
          02 LDSTI               PIC X(20).
          02 LZIPL               PIC S9(4) COMP.
          02 LZIPF               PIC X.
          02 FILLER REDEFINES LZIPF.
             03 LZIPA             PIC X.
          02 LZIPI               PIC 9(06).
          02 LADRL               PIC S9(4) COMP.
          02 LADRF               PIC X.
          02 FILLER REDEFINES LADRF.
             03 LADRA             PIC X.
          02 LADRI               PIC X(40).
          02 CNAML               PIC S9(4) COMP.
          02 CNAMF               PIC X.
          02 FILLER REDEFINES CNAMF.
             03 CNAMA             PIC X.
          02 CNAMI               PIC X(40).
          02 CCTYL               PIC S9(4) COMP.
          02 CCTYF               PIC X.
          02 FILLER REDEFINES CCTYF.
             03 CCTYA             PIC X.
          02 CCTYI               PIC X(20).
          02 CPRVL               PIC S9(4) COMP.
          02 CPRVF               PIC X.
          02 FILLER REDEFINES CPRVF.
             03 CPRVA             PIC X.
          02 CPRVI               PIC X(20).
          02 CCITL               PIC S9(4) COMP.
          02 CCITF               PIC X.
          02 FILLER REDEFINES CCITF.
             03 CCITA             PIC X.
          02 CCITI               PIC X(20).
          02 CDSTL               PIC S9(4) COMP.
          02 CDSTF               PIC X.
          02 FILLER REDEFINES CDSTF.
             03 CDSTA             PIC X.
          02 CDSTI               PIC X(20).
          02 CZIPL               PIC S9(4) COMP.
          02 CZIPF               PIC X.
          02 FILLER REDEFINES CZIPF.
             03 CZIPA             PIC X.
          02 CZIPI               PIC 9(06).
          02 CADRL               PIC S9(4) COMP.
          02 CADRF               PIC X.
          02 FILLER REDEFINES CADRF.
             03 CADRA             PIC X.
          02 CADRI               PIC X(40).
          02 ASTSL               PIC S9(4) COMP.
          02 ASTSF               PIC X.
          02 FILLER REDEFINES ASTSF.
             03 ASTSA             PIC X.
          02 ASTSI               PIC 9(03).
          02 NCRDL               PIC S9(4) COMP.
          02 NCRDF               PIC X.
          02 FILLER REDEFINES NCRDF.
             03 NCRDA             PIC X.
          02 NCRDI               PIC 9(03).
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
       01 CICM21O REDEFINES CICM21I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 APIDO               PIC 9(13).
          02 FILLER             PIC X(3).
          02 ACTNO               PIC X(01).
          02 FILLER             PIC X(3).
          02 NAMEO               PIC X(30).
          02 FILLER             PIC X(3).
          02 ENAMO               PIC X(40).
          02 FILLER             PIC X(3).
          02 LCTYO               PIC X(20).
          02 FILLER             PIC X(3).
          02 LPRVO               PIC X(20).
          02 FILLER             PIC X(3).
          02 LCITO               PIC X(20).
          02 FILLER             PIC X(3).
          02 LDSTO               PIC X(20).
          02 FILLER             PIC X(3).
          02 LZIPO               PIC 9(06).
          02 FILLER             PIC X(3).
          02 LADRO               PIC X(40).
          02 FILLER             PIC X(3).
          02 CNAMO               PIC X(40).
          02 FILLER             PIC X(3).
          02 CCTYO               PIC X(20).
          02 FILLER             PIC X(3).
          02 CPRVO               PIC X(20).
          02 FILLER             PIC X(3).
          02 CCITO               PIC X(20).
          02 FILLER             PIC X(3).
          02 CDSTO               PIC X(20).
          02 FILLER             PIC X(3).
          02 CZIPO               PIC 9(06).
          02 FILLER             PIC X(3).
          02 CADRO               PIC X(40).
          02 FILLER             PIC X(3).
          02 ASTSO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 NCRDO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
          02 FILLER             PIC X(3).
          02 MSGO                PIC X(40).
