          02 FILLER REDEFINES CMNTF.
             03 CMNTA              PIC X.
          02 CMNTI               PIC X(60).
          02 ORSNL               PIC S9(4) COMP.
          02 ORSNF               PIC X.
          02 FILLER REDEFINES ORSNF.
             03 ORSNA              PIC X.
          02 ORSNI               PIC 9(03).
          02 SYSDL               PIC S9(4) COMP.
          02 SYSDF               PIC X.
          02 FILLER REDEFINES SYSDF.
          02 FILLER             PIC X(3).
          02 CMNTO                PIC X(60).
          02 FILLER             PIC X(3).
          02 ORSNO                PIC 9(03).
          02 FILLER             PIC X(3).
          02 SYSDO               PIC X(10).
          02 FILLER             PIC X(3).
          02 SYSTO               PIC X(8).
