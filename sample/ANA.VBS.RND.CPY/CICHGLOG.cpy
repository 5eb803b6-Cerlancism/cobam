      ***************************************************************
      * CICHGLOG - CUSTOMER DEMOGRAPHIC CHANGE LOG RECORD
      * ONE ENTRY PER FIELD GROUP CHANGED ON AN APPROVED APPLICATION
      * BY THE CARDHOLDER NAME/ADDRESS CHANGE SCREEN: N = NAME AND
      * ENGLISH NAME, L = LIVE ADDRESS, C = COMPANY NAME AND
      * ADDRESS. THE BEFORE AND AFTER IMAGES HOLD THE GROUP AS IT
      * STOOD ON CIC0012O EITHER SIDE OF THE CHANGE; THE REDEFINES
      * GIVE THE LAYOUT FOR EACH GROUP. THE MONTHLY COMPLIANCE
      * REPORT READS THE LOG SEQUENTIALLY.
      ***************************************************************
       01 CICHGLOG-REC.
          05 CICHGLOG-KEY.
             10 CICHGLOG-APPL-ID   PIC 9(13).
             10 CICHGLOG-DATE      PIC X(10).
             10 CICHGLOG-TIME      PIC X(08).
             10 CICHGLOG-SEQ       PIC 9(03).
          05 CICHGLOG-GROUP        PIC X(01).
             88 CICHGLOG-NAME-GROUP     VALUE 'N'.
             88 CICHGLOG-LIVE-GROUP     VALUE 'L'.
             88 CICHGLOG-COMPANY-GROUP  VALUE 'C'.
          05 CICHGLOG-CHG-PGM      PIC X(08).
          05 CICHGLOG-CHG-OPID     PIC X(08).
          05 CICHGLOG-BEFORE       PIC X(166).
          05 CICHGLOG-BEFORE-NAME REDEFINES CICHGLOG-BEFORE.
             10 CICHGLOG-B-NAME          PIC X(30).
             10 CICHGLOG-B-ENGLISH-NAME  PIC X(40).
             10 FILLER                   PIC X(96).
          05 CICHGLOG-BEFORE-ADDR REDEFINES CICHGLOG-BEFORE.
             10 CICHGLOG-B-COMPANY-NAME  PIC X(40).
             10 CICHGLOG-B-COUNTRY       PIC X(20).
             10 CICHGLOG-B-PROVINCE      PIC X(20).
             10 CICHGLOG-B-CITY          PIC X(20).
             10 CICHGLOG-B-DISTRICT      PIC X(20).
             10 CICHGLOG-B-ZIP-CODE      PIC 9(06).
             10 CICHGLOG-B-ADDRESS       PIC X(40).
          05 CICHGLOG-AFTER        PIC X(166).
          05 CICHGLOG-AFTER-NAME REDEFINES CICHGLOG-AFTER.
             10 CICHGLOG-A-NAME          PIC X(30).
             10 CICHGLOG-A-ENGLISH-NAME  PIC X(40).
             10 FILLER                   PIC X(96).
          05 CICHGLOG-AFTER-ADDR REDEFINES CICHGLOG-AFTER.
             10 CICHGLOG-A-COMPANY-NAME  PIC X(40).
             10 CICHGLOG-A-COUNTRY       PIC X(20).
             10 CICHGLOG-A-PROVINCE      PIC X(20).
             10 CICHGLOG-A-CITY          PIC X(20).
             10 CICHGLOG-A-DISTRICT      PIC X(20).
             10 CICHGLOG-A-ZIP-CODE      PIC 9(06).
             10 CICHGLOG-A-ADDRESS       PIC X(40).
