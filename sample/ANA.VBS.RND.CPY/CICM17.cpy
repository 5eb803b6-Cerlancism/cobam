      ***************************************************************
      * CICM17 - SYMBOLIC MAP FOR DOCUMENT REVIEW DECISION (CICM17)
      ***************************************************************
       01 CICM17I.
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
          02 IDTYL               PIC S9(4) COMP.
          02 IDTYF               PIC X.
          02 FILLER REDEFINES IDTYF.
             03 IDTYA             PIC X.
          02 IDTYI               PIC 9(03).
          02 IDNML               PIC S9(4) COMP.
          02 IDNMF               PIC X.
          02 FILLER REDEFINES IDNMF.
             03 IDNMA             PIC X.
          02 IDNMI               PIC X(18).
          02 SALYL               PIC S9(4) COMP.
          02 SALYF               PIC X.
          02 FILLER REDEFINES SALYF.
             03 SALYA             PIC X.
          02 SALYI               PIC 9(08).
          02 COMPL               PIC S9(4) COMP.
          02 COMPF               PIC X.
          02 FILLER REDEFINES COMPF.
             03 COMPA             PIC X.
          02 COMPI               PIC X(40).
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
       01 CICM17O REDEFINES CICM17I.
          02 FILLER             PIC X(12).
          02 FILLER             PIC X(3).
          02 IDNOO               PIC 9(13).
          02 FILLER             PIC X(3).
          02 NAMEO               PIC X(30).
          02 FILLER             PIC X(3).
          02 IDTYO               PIC 9(03).
          02 FILLER             PIC X(3).
          02 IDNMO               PIC X(18).
          02 FILLER             PIC X(3).
          02 SALYO               PIC 9(08).
          02 FILLER             PIC X(3).
          02 COMPO               PIC X(40).
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
