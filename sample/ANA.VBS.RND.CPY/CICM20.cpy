      ***************************************************************
      * CICM20 - SYMBOLIC MAP FOR TEMPORARY CARD BLOCK/UNBLOCK (CICM20)
      ***************************************************************
       01 CICM20I.
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
          02 RSNCL               PIC S9(4) COMP.
          02 RSNCF               PIC X.
          02 FILLER REDEFINES RSNCF.
             03 RSNCA             PIC X.
          02 RSNCI               PIC 9(03).
          02 RELDL               PIC S9(4) COMP.
          02 RELDF               PIC X.
          02 FILLER REDEFINES RELDF.
             03 RELDA             PIC X.
          02 RELDI               PIC X(10).
          02 DEPTL               PIC S9(4) COMP.
          02 DEPTF               PIC X.
          02 FILLER REDEFINES DEPTF.
             03 DEPTA             PIC X.
          02 DEPTI               PIC X(10).
          02 CSTSL               PIC S9(4) COMP.
          02 CSTSF               PIC X.
          02 FILLER REDEFINES CSTSF.
             03 CSTSA             PIC X.
          02 CSTSI               PIC X(03).
          02 BLKDL               PIC S9(4) COMP.
          02 BLKDF               PIC X.
          02 FILLER REDEFINES BLKDF.
             03 BLKDA             PIC X.
          02 BLKDI               PIC X(10).
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
       01 CICM20O REDEFINES CICM20I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 CRDNO               PIC X(16).
          02 FILLER             PIC X(3).
          02 ACTNO               PIC X(01).
          02 FILLER             PIC X(3).
          02 RSNCO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 RELDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 DEPTO               PIC X(10).
          02 FILLER             PIC X(3).
          02 CSTSO               PIC X(03).
          02 FILLER             PIC X(3).
          02 BLKDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
          02 FILLER             PIC X(3).
          02 MSGO                PIC X(40).
