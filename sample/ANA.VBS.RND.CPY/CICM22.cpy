      ***************************************************************
      * CICM22 - SYMBOLIC MAP FOR APPL WITHDRAWAL (CICM22)
      ***************************************************************
       01 CICM22I.
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
          02 ACTNI               PIC X(1).
          02 RSNCL               PIC S9(4) COMP.
          02 RSNCF               PIC X.
          02 FILLER REDEFINES RSNCF.
             03 RSNCA             PIC X.
          02 RSNCI               PIC 9(03).
          02 NAMEL               PIC S9(4) COMP.
          02 NAMEF               PIC X.
          02 FILLER REDEFINES NAMEF.
             03 NAMEA             PIC X.
          02 NAMEI               PIC X(30).
          02 ASTSL               PIC S9(4) COMP.
          02 ASTSF               PIC X.
          02 FILLER REDEFINES ASTSF.
             03 ASTSA             PIC X.
          02 ASTSI               PIC 9(03).
          02 STGLL               PIC S9(4) COMP.
          02 STGLF               PIC X.
          02 FILLER REDEFINES STGLF.
             03 STGLA             PIC X.
          02 STGLI               PIC X(16).
          02 RSNDL               PIC S9(4) COMP.
          02 RSNDF               PIC X.
          02 FILLER REDEFINES RSNDF.
             03 RSNDA             PIC X.
          02 RSNDI               PIC X(20).
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
       01 CICM22O REDEFINES CICM22I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 APIDO               PIC 9(13).
          02 FILLER             PIC X(3).
          02 ACTNO               PIC X(1).
          02 FILLER             PIC X(3).
          02 RSNCO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 NAMEO               PIC X(30).
          02 FILLER             PIC X(3).
          02 ASTSO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 STGLO               PIC X(16).
          02 FILLER             PIC X(3).
          02 RSNDO               PIC X(20).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
          02 FILLER             PIC X(3).
          02 MSGO                PIC X(40).
