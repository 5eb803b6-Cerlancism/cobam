      ***************************************************************
      * CICM16 - SYMBOLIC MAP FOR INTERVIEW CHECK DECISION (CICM16)
      ***************************************************************
       01 CICM16I.
          02 FILLER             PIC X(12).
          02 IDNOL               PIC S9(4) COMP.
          02 IDNOF               PIC X.
          02 FILLER REDEFINES IDNOF.
             03 IDNOA             PIC X.
          02 IDNOI               PIC 9(13).
          02 NAMEL               PIC S9(4) COMP.
          02 NAMEF               PIC X.
          02 FILLER REDEFINES NAMEF.
             03 NAMEA             PIC X.
          02 NAMEI               PIC X(30).
          02 ADRRL               PIC S9(4) COMP.
          02 ADRRF               PIC X.
          02 FILLER REDEFINES ADRRF.
             03 ADRRA             PIC X.
          02 ADRRI               PIC 9(03).
          02 ADRNL               PIC S9(4) COMP.
          02 ADRNF               PIC X.
          02 FILLER REDEFINES ADRNF.
             03 ADRNA             PIC X.
          02 ADRNI               PIC 9(03).
          02 DUPFL               PIC S9(4) COMP.
          02 DUPFF               PIC X.
          02 FILLER REDEFINES DUPFF.
             03 DUPFA             PIC X.
          02 DUPFI               PIC X(01).
          02 DUPAL               PIC S9(4) COMP.
          02 DUPAF               PIC X.
          02 FILLER REDEFINES DUPAF.
             03 DUPAA             PIC X.
          02 DUPAI               PIC 9(13).
          02 FRDFL               PIC S9(4) COMP.
          02 FRDFF               PIC X.
          02 FILLER REDEFINES FRDFF.
             03 FRDFA             PIC X.
          02 FRDFI               PIC X(01).
          02 FRDRL               PIC S9(4) COMP.
          02 FRDRF               PIC X.
          02 FILLER REDEFINES FRDRF.
             03 FRDRA             PIC X.
          02 FRDRI               PIC 9(03).
          02 RSLTL               PIC S9(4) COMP.
          02 RSLTF               PIC X.
          02 FILLER REDEFINES RSLTF.
             03 RSLTA             PIC X.
          02 RSLTI               PIC 9(03).
          02 RFSNL               PIC S9(4) COMP.
          02 RFSNF               PIC X.
          02 FILLER REDEFINES RFSNF.
             03 RFSNA             PIC X.
          02 RFSNI               PIC 9(03).
          02 CMNTL               PIC S9(4) COMP.
          02 CMNTF               PIC X.
          02 FILLER REDEFINES CMNTF.
             03 CMNTA             PIC X.
          02 CMNTI               PIC X(60).
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
       01 CICM16O REDEFINES CICM16I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 IDNOO               PIC 9(13).
          02 FILLER             PIC X(3).
          02 NAMEO               PIC X(30).
          02 FILLER             PIC X(3).
          02 ADRRO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 ADRNO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 DUPFO               PIC X(01).
          02 FILLER             PIC X(3).
          02 DUPAO               PIC 9(13).
          02 FILLER             PIC X(3).
          02 FRDFO               PIC X(01).
          02 FILLER             PIC X(3).
          02 FRDRO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 RSLTO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 RFSNO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 CMNTO               PIC X(60).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
          02 FILLER             PIC X(3).
          02 MSGO                PIC X(40).
