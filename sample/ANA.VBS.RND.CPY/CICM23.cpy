      ***************************************************************
      * CICM23 - SYMBOLIC MAP FOR SUPPLEMENTARY CARDS (CICM23)
      ***************************************************************
       01 CICM23I.
          02 FILLER             PIC X(12).
          02 CRDNL               PIC S9(4) COMP.
          02 CRDNF               PIC X.
          02 FILLER REDEFINES CRDNF.
             03 CRDNA             PIC X.
          02 CRDNI               PIC X(16).
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
          02 IDTYL               PIC S9(4) COMP.
          02 IDTYF               PIC X.
          02 FILLER REDEFINES IDTYF.
             03 IDTYA             PIC X.
          02 IDTYI               PIC 9(03).
          02 IDNBL               PIC S9(4) COMP.
          02 IDNBF               PIC X.
          02 FILLER REDEFINES IDNBF.
             03 IDNBA             PIC X.
          02 IDNBI               PIC X(18).
          02 BRTHL               PIC S9(4) COMP.
          02 BRTHF               PIC X.
          02 FILLER REDEFINES BRTHF.
             03 BRTHA             PIC X.
          02 BRTHI               PIC X(10).
          02 NCRDL               PIC S9(4) COMP.
          02 NCRDF               PIC X.
          02 FILLER REDEFINES NCRDF.
             03 NCRDA             PIC X.
          02 NCRDI               PIC X(16).
          02 LN01L               PIC S9(4) COMP.
          02 LN01F               PIC X.
          02 FILLER REDEFINES LN01F.
             03 LN01A             PIC X.
          02 LN01I               PIC X(70).
          02 LN02L               PIC S9(4) COMP.
          02 LN02F               PIC X.
          02 FILLER REDEFINES LN02F.
             03 LN02A             PIC X.
          02 LN02I               PIC X(70).
          02 LN03L               PIC S9(4) COMP.
          02 LN03F               PIC X.
          02 FILLER REDEFINES LN03F.
             03 LN03A             PIC X.
          02 LN03I               PIC X(70).
          02 LN04L               PIC S9(4) COMP.
          02 LN04F               PIC X.
          02 FILLER REDEFINES LN04F.
             03 LN04A             PIC X.
          02 LN04I               PIC X(70).
          02 LN05L               PIC S9(4) COMP.
          02 LN05F               PIC X.
          02 FILLER REDEFINES LN05F.
             03 LN05A             PIC X.
          02 LN05I               PIC X(70).
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
       01 CICM23O REDEFINES CICM23I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 CRDNO               PIC X(16).
          02 FILLER             PIC X(3).
          02 ACTNO               PIC X(01).
          02 FILLER             PIC X(3).
          02 NAMEO               PIC X(30).
          02 FILLER             PIC X(3).
          02 ENAMO               PIC X(40).
          02 FILLER             PIC X(3).
          02 IDTYO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 IDNBO               PIC X(18).
          02 FILLER             PIC X(3).
          02 BRTHO               PIC X(10).
          02 FILLER             PIC X(3).
          02 NCRDO               PIC X(16).
          02 FILLER             PIC X(3).
          02 LN01O               PIC X(70).
          02 FILLER             PIC X(3).
          02 LN02O               PIC X(70).
          02 FILLER             PIC X(3).
          02 LN03O               PIC X(70).
          02 FILLER             PIC X(3).
          02 LN04O               PIC X(70).
          02 FILLER             PIC X(3).
          02 LN05O               PIC X(70).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
          02 FILLER             PIC X(3).
          02 MSGO                PIC X(40).
