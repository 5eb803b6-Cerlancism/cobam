       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCM21.
      *****************************************************************
      * CIOCCIMN - CLIENT PROGRAM
      *
      * CARDHOLDER NAME AND ADDRESS CHANGE ON AN APPROVED
      * APPLICATION. THE OPERATOR KEYS THE APPLICATION ID AND:
      *   B - SHOWS THE NAME, LIVE ADDRESS AND COMPANY DETAILS AS
      *       THEY STAND ON CIC0012O,
      *   U - APPLIES THE FIELDS THE OPERATOR OVERTYPED. A CHANGED
      *       LIVE OR COMPANY ADDRESS MUST PASS THE CIPOSTAL CHECK
      *       CIOCCB05 APPLIES AT INTAKE (FIRST POSTAL ROW FOR THE
      *       ZIP, THEN CITY, PROVINCE, DISTRICT; ADDRVL REASONS
      *       001-004 LIVE, 005-008 COMPANY) OR NOTHING IS CHANGED.
      * EACH CHANGED GROUP (NAME, LIVE ADDRESS, COMPANY) WRITES A
      * CICHGLOG BEFORE/AFTER IMAGE WITH THE OPERATOR ID, AND THE
      * CHANGE IS JOURNALLED TO CISTJNL WITH THE SAME STATUS BOTH
      * SIDES. A NAME CHANGE QUEUES A CIEMBREQ RE-EMBOSS OF EVERY
      * ACTIVE CARD OF THE APPLICATION, FOUND THROUGH THE CUSTOMER'S
      * CICUSTXR CARD ENTRIES. THE UPDATE NEEDS THE CIOPPROF CUSTCHG
      * AUTHORITY; A REFUSAL IS LOGGED TO TD QUEUE 'CIAL'.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCM21 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCM21'.
       01 WS-VAR.
          05 WS-GETTIME         PIC X(20).
          05 WS-DATEOUT         PIC X(10).
          05 WS-TIMEOUT         PIC X(8).
          05 WS-RESP-CODE       PIC S9(8) COMP.
          05 WS-RESP2-CODE      PIC S9(8) COMP.
          05 WS-MESSAGE         PIC X(40).
          05 WS-ENTER-FLAG      PIC X(1).
       01 WS-MAP-OPTION         PIC X(1).
          88 WS-MAP-ERASE       VALUE '0'.
          88 WS-MAP-DATAONLY    VALUE '1'.
      *
      *SCREEN HANDLER
       COPY SD11WS.
      * SYMBOLIC MAP
       COPY CICM21.
      *MAP CONTROL
       COPY DFHBMSCA.
      *CICS FUNCTION KEYS
       COPY DFHAID.
      *CIC0012O APPLICATION RECORD
       COPY CIC0012O.
      *POSTAL REFERENCE RECORD
       COPY CIPOSTAL.
      *CUSTOMER DEMOGRAPHIC CHANGE LOG RECORD
       COPY CICHGLOG.
      *STATUS TRANSITION JOURNAL RECORD
       COPY CISTJNL.
      *CUSTOMER CROSS-REFERENCE RECORD
       COPY CICUSTXR.
      *CREDIT CARD MASTER RECORD
       COPY CICARD.
      *REPLACEMENT EMBOSSING REQUEST RECORD
       COPY CIEMBREQ.
      *OPERATOR AUTHORIZATION PROFILE RECORD
       COPY CIOPPROF.
      *AUTHORIZATION REFUSAL LOG RECORD
       COPY CIALOG.
      *REASON CODE REFERENCE RECORD
       COPY CIREASON.
       01 WS-AUTH-OK-SW         PIC X(1).
          88 WS-AUTH-OK         VALUE 'Y'.
       01 WS-AUTH-FUNC          PIC X(4).
       01 WS-AUTH-DETAIL        PIC X(40).
       01 WS-ENTRY-VALID-SW     PIC X(1).
          88 WS-ENTRY-VALID     VALUE 'Y'.
       01 WS-BROWSE-DONE-SW     PIC X(1).
          88 WS-BROWSE-DONE     VALUE 'Y'.
       01 WS-XR-BROWSE-KEY.
          05 WS-XK-ID-TYPE      PIC 9(03).
          05 WS-XK-ID-NUMBER    PIC X(18).
          05 WS-XK-REL-TYPE     PIC X(01).
          05 WS-XK-REL-ID       PIC 9(16).
       01 WS-CARD-CNT           PIC 9(03).
      * WHICH GROUPS THE OPERATOR ACTUALLY CHANGED
       01 WS-CHANGE-SW.
          05 WS-NAME-CHG-SW     PIC X(1).
             88 WS-NAME-CHANGED VALUE 'Y'.
          05 WS-LIVE-CHG-SW     PIC X(1).
             88 WS-LIVE-CHANGED VALUE 'Y'.
          05 WS-COMP-CHG-SW     PIC X(1).
             88 WS-COMP-CHANGED VALUE 'Y'.
      * THE THREE GROUPS AS THEY STOOD BEFORE AND AS KEYED, LAID OUT
      * THE WAY CICHGLOG CARRIES THEM
       01 WS-OLD-NAME.
          05 WS-ON-NAME         PIC X(30).
          05 WS-ON-ENGLISH-NAME PIC X(40).
          05 FILLER             PIC X(96) VALUE SPACES.
       01 WS-NEW-NAME.
          05 WS-NN-NAME         PIC X(30).
          05 WS-NN-ENGLISH-NAME PIC X(40).
          05 FILLER             PIC X(96) VALUE SPACES.
       01 WS-OLD-LIVE.
          05 FILLER             PIC X(40) VALUE SPACES.
          05 WS-OL-COUNTRY      PIC X(20).
          05 WS-OL-PROVINCE     PIC X(20).
          05 WS-OL-CITY         PIC X(20).
          05 WS-OL-DISTRICT     PIC X(20).
          05 WS-OL-ZIP-CODE     PIC 9(06).
          05 WS-OL-ADDRESS      PIC X(40).
       01 WS-NEW-LIVE.
          05 FILLER             PIC X(40) VALUE SPACES.
          05 WS-NL-COUNTRY      PIC X(20).
          05 WS-NL-PROVINCE     PIC X(20).
          05 WS-NL-CITY         PIC X(20).
          05 WS-NL-DISTRICT     PIC X(20).
          05 WS-NL-ZIP-CODE     PIC 9(06).
          05 WS-NL-ADDRESS      PIC X(40).
       01 WS-OLD-COMP.
          05 WS-OC-NAME         PIC X(40).
          05 WS-OC-COUNTRY      PIC X(20).
          05 WS-OC-PROVINCE     PIC X(20).
          05 WS-OC-CITY         PIC X(20).
          05 WS-OC-DISTRICT     PIC X(20).
          05 WS-OC-ZIP-CODE     PIC 9(06).
          05 WS-OC-ADDRESS      PIC X(40).
       01 WS-NEW-COMP.
          05 WS-NC-NAME         PIC X(40).
          05 WS-NC-COUNTRY      PIC X(20).
          05 WS-NC-PROVINCE     PIC X(20).
          05 WS-NC-CITY         PIC X(20).
          05 WS-NC-DISTRICT     PIC X(20).
          05 WS-NC-ZIP-CODE     PIC 9(06).
          05 WS-NC-ADDRESS      PIC X(40).
      * ONE ADDRESS THROUGH THE POSTAL CHECK; THE BASE IS 000 FOR
      * THE LIVE ADDRESS AND 004 FOR THE COMPANY ADDRESS
       01 WS-POSTAL-CHECK.
          05 WS-PC-ZIP-CODE     PIC 9(06).
          05 WS-PC-CITY         PIC X(20).
          05 WS-PC-PROVINCE     PIC X(20).
          05 WS-PC-DISTRICT     PIC X(20).
          05 WS-PC-BASE         PIC 9(03).
          05 WS-PC-REASON       PIC 9(03).
       01 WS-POSTAL-MSG.
          05 WS-PM-TEXT         PIC X(20).
          05 WS-PM-DESC         PIC X(20).
       01 WS-HIST-IMAGES.
          05 WS-HIST-BEFORE     PIC X(166).
          05 WS-HIST-AFTER      PIC X(166).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      *COMMON CICS SCREEN HANDLE VARIABLES
       COPY SD00WS.
      *
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *
            PERFORM 1000-INIT
               THRU 1000-INIT-EXIT
      *
            PERFORM 2000-PRE-PROCESSING
               THRU 2000-PRE-PROCESSING-EXIT
      *
            PERFORM 3000-MAIN-PROCESS
               THRU 3000-MAIN-PROCESS-EXIT
      *
            PERFORM 4000-POST-PROCESSING
               THRU 4000-POST-PROCESSING-EXIT
      *
            PERFORM 5000-CLEAN-UP
               THRU 5000-CLEAN-UP-EXIT
            .
      *
       0000-EXIT.
            EXIT.
      *
       1000-INIT.
            IF EIBCALEN = 0
               MOVE LOW-VALUES TO CICM21O
               SET WS-MAP-ERASE TO TRUE
               PERFORM 3030-SEND-MAP
                  THRU 3030-SEND-MAP-EXIT
      * NOT FIRST SHOW
            ELSE
               IF SDCA-CICS-SECONDENTER
                  MOVE LOW-VALUES TO CICM21I
                  EXEC CICS RECEIVE MAP('CICM21')
                                   MAPSET('CICM21')
                                   INTO(CICM21I)
                                   RESP(WS-RESP-CODE)
                  END-EXEC
               END-IF
            END-IF
            .
       1000-INIT-EXIT.
            EXIT.
      *
       1010-ASK-TIME-DATE.
      *
            EXEC CICS
                 ASKTIME
                 ABSTIME(WS-GETTIME)
            END-EXEC
            EXEC CICS
                 FORMATTIME
                 ABSTIME(WS-GETTIME)
                 DATESEP('/')
                 YYYYMMDD(WS-DATEOUT)
            END-EXEC
            EXEC CICS
                 FORMATTIME
                 ABSTIME(WS-GETTIME)
                 TIMESEP
                 TIME(WS-TIMEOUT)
            END-EXEC
            MOVE WS-DATEOUT TO SYSDO
            MOVE WS-TIMEOUT TO SYSTO
            .
      *
       1010-ASK-TIME-DATE-EXIT.
            EXIT.
      *
       2000-PRE-PROCESSING.
      *
       2000-PRE-PROCESSING-EXIT.
            EXIT.
      *
       3000-MAIN-PROCESS.
            EVALUATE EIBAID
                WHEN DFHPF3
                     MOVE 'THANK YOU FOR USING THE SYSTEM' TO WS-MESSAGE
                     EXEC CICS
                          SEND CONTROL
                          CURSOR
                          ERASE
                          FREEKB
                          ALARM
                     END-EXEC
                     EXEC CICS
                          SEND FROM(WS-MESSAGE)
                     END-EXEC
                     PERFORM 5010-RETURN THRU 5010-RETURN-EXIT
                WHEN DFHCLEAR
                     EXEC CICS
                           SEND CONTROL
                           CURSOR
                           ERASE
                           FREEKB
                           ALARM
                     END-EXEC
                     PERFORM 5010-RETURN THRU 5010-RETURN-EXIT
                WHEN DFHPF9
                     MOVE LOW-VALUES TO CICM21O
                     SET WS-MAP-ERASE TO TRUE
                     PERFORM 3030-SEND-MAP
                        THRU 3030-SEND-MAP-EXIT
                WHEN DFHENTER
                     PERFORM 3010-CHECK-INPUT
                        THRU 3010-CHECK-INPUT-EXIT
                WHEN OTHER
                     MOVE 'INVALID KEY PRESSED!' TO MSGO
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP
                        THRU 3030-SEND-MAP-EXIT
            END-EVALUATE
            .
       3000-MAIN-PROCESS-EXIT.
            EXIT.
      *
       3010-CHECK-INPUT.
            IF APIDL = 0 OR ACTNL = 0
               MOVE 'APPL ID AND ACTION ARE REQUIRED' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            ELSE
               IF APIDI IS NOT NUMERIC
                  MOVE 'APPLICATION ID MUST BE NUMBER' TO MSGO
                  SET WS-MAP-DATAONLY TO TRUE
                  PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
               ELSE
                  EVALUATE ACTNI
                      WHEN 'B'
                           PERFORM 3020-SHOW-CURRENT
                              THRU 3020-SHOW-CURRENT-EXIT
                      WHEN 'U'
                           PERFORM 3019-CHECK-AUTHORITY
                              THRU 3019-CHECK-AUTHORITY-EXIT
                           IF WS-AUTH-OK
                              PERFORM 3040-APPLY-CHANGE
                                 THRU 3040-APPLY-CHANGE-EXIT
                           END-IF
                           SET WS-MAP-DATAONLY TO TRUE
                           PERFORM 3030-SEND-MAP
                              THRU 3030-SEND-MAP-EXIT
                      WHEN OTHER
                           MOVE 'ACTION MUST BE B OR U' TO MSGO
                           SET WS-MAP-DATAONLY TO TRUE
                           PERFORM 3030-SEND-MAP
                              THRU 3030-SEND-MAP-EXIT
                  END-EVALUATE
               END-IF
            END-IF
            .
      *
       3010-CHECK-INPUT-EXIT.
            EXIT.
      *
      * ONLY THE UPDATE IS GUARDED; ANY OPERATOR MAY LOOK
       3019-CHECK-AUTHORITY.
            SET WS-AUTH-OK TO TRUE
            MOVE 'CUST' TO WS-AUTH-FUNC
            MOVE EIBOPID TO CIOPPROF-OPID
            EXEC CICS READ
                 FILE('CIOPPROF')
                 INTO(CIOPPROF-REC)
                 RIDFLD(CIOPPROF-OPID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
            OR NOT CIOPPROF-CUSTCHG-AUTH
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NOT AUTHORIZED TO CHANGE CUSTOMER' TO MSGO
               MOVE 'NAME/ADDRESS CHANGE REFUSED' TO WS-AUTH-DETAIL
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3019-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
       3020-SHOW-CURRENT.
            MOVE APIDI TO CIC0012O-ID
            EXEC CICS READ
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(CIC0012O-ID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     PERFORM 3021-FILL-CURRENT
                        THRU 3021-FILL-CURRENT-EXIT
                     IF CIC0012O-APPROVED
                        MOVE 'OVERTYPE CHANGES AND KEY ACTION U'
                             TO MSGO
                     ELSE
                        MOVE 'APPLICATION IS NOT APPROVED' TO MSGO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'APPLICATION NOT ON FILE' TO MSGO
                WHEN OTHER
                     MOVE 'CIC0012O FILE ERROR!' TO MSGO
            END-EVALUATE
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            .
       3020-SHOW-CURRENT-EXIT.
            EXIT.
      *
       3021-FILL-CURRENT.
            MOVE CIC0012O-STATUS           TO ASTSO
            MOVE CIC0012O-NAME             TO NAMEO
            MOVE CIC0012O-ENGLISH-NAME     TO ENAMO
            MOVE CIC0012O-LIVE-COUNTRY     TO LCTYO
            MOVE CIC0012O-LIVE-PROVINCE    TO LPRVO
            MOVE CIC0012O-LIVE-CITY        TO LCITO
            MOVE CIC0012O-LIVE-DISTRICT    TO LDSTO
            MOVE CIC0012O-LIVE-ZIP-CODE    TO LZIPO
            MOVE CIC0012O-LIVE-ADDRESS     TO LADRO
            MOVE CIC0012O-COMPANY-NAME     TO CNAMO
            MOVE CIC0012O-COMPANY-COUNTRY  TO CCTYO
            MOVE CIC0012O-COMPANY-PROVINCE TO CPRVO
            MOVE CIC0012O-COMPANY-CITY     TO CCITO
            MOVE CIC0012O-COMPANY-DISTRICT TO CDSTO
            MOVE CIC0012O-COMPANY-ZIP-CODE TO CZIPO
            MOVE CIC0012O-COMPANY-ADRESS   TO CADRO
            .
       3021-FILL-CURRENT-EXIT.
            EXIT.
      *
      * EVERY PROFILE REFUSAL GOES TO TD QUEUE 'CIAL' FOR THE
      * OVERNIGHT AUDIT DRAIN
       3029-LOG-AUTH-REFUSAL.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            INITIALIZE CIALOG-REC
            MOVE EIBOPID        TO CIALOG-OPID
            MOVE WS-PGM-NAME    TO CIALOG-PGM
            MOVE WS-AUTH-FUNC   TO CIALOG-FUNC
            MOVE WS-DATEOUT     TO CIALOG-DATE
            MOVE WS-TIMEOUT     TO CIALOG-TIME
            MOVE WS-AUTH-DETAIL TO CIALOG-DETAIL
            EXEC CICS WRITEQ TD
                 QUEUE('CIAL')
                 FROM(CIALOG-REC)
                 LENGTH(LENGTH OF CIALOG-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            .
       3029-LOG-AUTH-REFUSAL-EXIT.
            EXIT.
      *
       3030-SEND-MAP.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            EVALUATE TRUE
                WHEN WS-MAP-ERASE
                     EXEC CICS SEND
                          MAP('CICM21')
                          MAPSET('CICM21')
                          FROM(CICM21O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM21')
                          MAPSET('CICM21')
                          FROM(CICM21O)
                          DATAONLY
                     END-EXEC
            END-EVALUATE
            MOVE '1' TO WS-ENTER-FLAG
            PERFORM 5020-RETURN-TRANS THRU 5020-RETURN-TRANS-EXIT
            .
      *
       3030-SEND-MAP-EXIT.
            EXIT.
      *
      * ONLY THE FIELDS THE OPERATOR OVERTYPED COME BACK FROM THE
      * SCREEN; EVERYTHING ELSE KEEPS ITS VALUE ON THE APPLICATION.
      * NOTHING IS WRITTEN UNTIL EVERY CHANGED ADDRESS HAS PASSED
      * THE POSTAL CHECK.
       3040-APPLY-CHANGE.
            MOVE APIDI TO CIC0012O-ID
            EXEC CICS READ
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(CIC0012O-ID)
                 UPDATE
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'APPLICATION NOT ON FILE' TO MSGO
                     GO TO 3040-APPLY-CHANGE-EXIT
                WHEN OTHER
                     MOVE 'CIC0012O FILE ERROR!' TO MSGO
                     GO TO 3040-APPLY-CHANGE-EXIT
            END-EVALUATE
            IF NOT CIC0012O-APPROVED
               EXEC CICS UNLOCK
                    FILE('CIC0012O')
               END-EXEC
               MOVE 'APPLICATION IS NOT APPROVED' TO MSGO
               GO TO 3040-APPLY-CHANGE-EXIT
            END-IF
            PERFORM 3041-MERGE-KEYED-FIELDS
               THRU 3041-MERGE-KEYED-FIELDS-EXIT
            IF WS-ENTRY-VALID
               PERFORM 3042-VALIDATE-ADDRESSES
                  THRU 3042-VALIDATE-ADDRESSES-EXIT
            END-IF
            IF NOT WS-ENTRY-VALID
               EXEC CICS UNLOCK
                    FILE('CIC0012O')
               END-EXEC
               GO TO 3040-APPLY-CHANGE-EXIT
            END-IF
            MOVE WS-NN-NAME         TO CIC0012O-NAME
            MOVE WS-NN-ENGLISH-NAME TO CIC0012O-ENGLISH-NAME
            MOVE WS-NL-COUNTRY      TO CIC0012O-LIVE-COUNTRY
            MOVE WS-NL-PROVINCE     TO CIC0012O-LIVE-PROVINCE
            MOVE WS-NL-CITY         TO CIC0012O-LIVE-CITY
            MOVE WS-NL-DISTRICT     TO CIC0012O-LIVE-DISTRICT
            MOVE WS-NL-ZIP-CODE     TO CIC0012O-LIVE-ZIP-CODE
            MOVE WS-NL-ADDRESS      TO CIC0012O-LIVE-ADDRESS
            MOVE WS-NC-NAME         TO CIC0012O-COMPANY-NAME
            MOVE WS-NC-COUNTRY      TO CIC0012O-COMPANY-COUNTRY
            MOVE WS-NC-PROVINCE     TO CIC0012O-COMPANY-PROVINCE
            MOVE WS-NC-CITY         TO CIC0012O-COMPANY-CITY
            MOVE WS-NC-DISTRICT     TO CIC0012O-COMPANY-DISTRICT
            MOVE WS-NC-ZIP-CODE     TO CIC0012O-COMPANY-ZIP-CODE
            MOVE WS-NC-ADDRESS      TO CIC0012O-COMPANY-ADRESS
            EXEC CICS REWRITE
                 FILE('CIC0012O')
                 FROM(CIC0012O-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CIC0012O FILE ERROR!' TO MSGO
               GO TO 3040-APPLY-CHANGE-EXIT
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            MOVE ZERO TO CICHGLOG-SEQ
            IF WS-NAME-CHANGED
               MOVE 'N'          TO CICHGLOG-GROUP
               MOVE WS-OLD-NAME  TO WS-HIST-BEFORE
               MOVE WS-NEW-NAME  TO WS-HIST-AFTER
               PERFORM 3050-WRITE-CHANGE-LOG
                  THRU 3050-WRITE-CHANGE-LOG-EXIT
            END-IF
            IF WS-LIVE-CHANGED
               MOVE 'L'          TO CICHGLOG-GROUP
               MOVE WS-OLD-LIVE  TO WS-HIST-BEFORE
               MOVE WS-NEW-LIVE  TO WS-HIST-AFTER
               PERFORM 3050-WRITE-CHANGE-LOG
                  THRU 3050-WRITE-CHANGE-LOG-EXIT
            END-IF
            IF WS-COMP-CHANGED
               MOVE 'C'          TO CICHGLOG-GROUP
               MOVE WS-OLD-COMP  TO WS-HIST-BEFORE
               MOVE WS-NEW-COMP  TO WS-HIST-AFTER
               PERFORM 3050-WRITE-CHANGE-LOG
                  THRU 3050-WRITE-CHANGE-LOG-EXIT
            END-IF
            PERFORM 3060-WRITE-STATUS-JOURNAL
               THRU 3060-WRITE-STATUS-JOURNAL-EXIT
            MOVE ZERO TO WS-CARD-CNT
            IF WS-NAME-CHANGED
               PERFORM 3070-QUEUE-REEMBOSS
                  THRU 3070-QUEUE-REEMBOSS-EXIT
               MOVE WS-CARD-CNT TO NCRDO
               MOVE 'CHANGED - ACTIVE CARDS RE-EMBOSSED' TO MSGO
            ELSE
               MOVE 'CUSTOMER DETAILS CHANGED AND LOGGED' TO MSGO
            END-IF
            PERFORM 3021-FILL-CURRENT
               THRU 3021-FILL-CURRENT-EXIT
            .
       3040-APPLY-CHANGE-EXIT.
            EXIT.
      *
       3041-MERGE-KEYED-FIELDS.
            SET WS-ENTRY-VALID TO TRUE
            MOVE 'N' TO WS-NAME-CHG-SW
            MOVE 'N' TO WS-LIVE-CHG-SW
            MOVE 'N' TO WS-COMP-CHG-SW
            MOVE CIC0012O-NAME             TO WS-ON-NAME
            MOVE CIC0012O-ENGLISH-NAME     TO WS-ON-ENGLISH-NAME
            MOVE CIC0012O-LIVE-COUNTRY     TO WS-OL-COUNTRY
            MOVE CIC0012O-LIVE-PROVINCE    TO WS-OL-PROVINCE
            MOVE CIC0012O-LIVE-CITY        TO WS-OL-CITY
            MOVE CIC0012O-LIVE-DISTRICT    TO WS-OL-DISTRICT
            MOVE CIC0012O-LIVE-ZIP-CODE    TO WS-OL-ZIP-CODE
            MOVE CIC0012O-LIVE-ADDRESS     TO WS-OL-ADDRESS
            MOVE CIC0012O-COMPANY-NAME     TO WS-OC-NAME
            MOVE CIC0012O-COMPANY-COUNTRY  TO WS-OC-COUNTRY
            MOVE CIC0012O-COMPANY-PROVINCE TO WS-OC-PROVINCE
            MOVE CIC0012O-COMPANY-CITY     TO WS-OC-CITY
            MOVE CIC0012O-COMPANY-DISTRICT TO WS-OC-DISTRICT
            MOVE CIC0012O-COMPANY-ZIP-CODE TO WS-OC-ZIP-CODE
            MOVE CIC0012O-COMPANY-ADRESS   TO WS-OC-ADDRESS
            MOVE WS-OLD-NAME TO WS-NEW-NAME
            MOVE WS-OLD-LIVE TO WS-NEW-LIVE
            MOVE WS-OLD-COMP TO WS-NEW-COMP
            IF LZIPL NOT = 0 AND LZIPI IS NOT NUMERIC
            OR CZIPL NOT = 0 AND CZIPI IS NOT NUMERIC
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'ZIP CODE MUST BE NUMBER' TO MSGO
               GO TO 3041-MERGE-KEYED-FIELDS-EXIT
            END-IF
            IF NAMEL NOT = 0
               MOVE NAMEI TO WS-NN-NAME
            END-IF
            IF ENAML NOT = 0
               MOVE ENAMI TO WS-NN-ENGLISH-NAME
            END-IF
            IF LCTYL NOT = 0
               MOVE LCTYI TO WS-NL-COUNTRY
            END-IF
            IF LPRVL NOT = 0
               MOVE LPRVI TO WS-NL-PROVINCE
            END-IF
            IF LCITL NOT = 0
               MOVE LCITI TO WS-NL-CITY
            END-IF
            IF LDSTL NOT = 0
               MOVE LDSTI TO WS-NL-DISTRICT
            END-IF
            IF LZIPL NOT = 0
               MOVE LZIPI TO WS-NL-ZIP-CODE
            END-IF
            IF LADRL NOT = 0
               MOVE LADRI TO WS-NL-ADDRESS
            END-IF
            IF CNAML NOT = 0
               MOVE CNAMI TO WS-NC-NAME
            END-IF
            IF CCTYL NOT = 0
               MOVE CCTYI TO WS-NC-COUNTRY
            END-IF
            IF CPRVL NOT = 0
               MOVE CPRVI TO WS-NC-PROVINCE
            END-IF
            IF CCITL NOT = 0
               MOVE CCITI TO WS-NC-CITY
            END-IF
            IF CDSTL NOT = 0
               MOVE CDSTI TO WS-NC-DISTRICT
            END-IF
            IF CZIPL NOT = 0
               MOVE CZIPI TO WS-NC-ZIP-CODE
            END-IF
            IF CADRL NOT = 0
               MOVE CADRI TO WS-NC-ADDRESS
            END-IF
            IF WS-NEW-NAME NOT = WS-OLD-NAME
               SET WS-NAME-CHANGED TO TRUE
            END-IF
            IF WS-NEW-LIVE NOT = WS-OLD-LIVE
               SET WS-LIVE-CHANGED TO TRUE
            END-IF
            IF WS-NEW-COMP NOT = WS-OLD-COMP
               SET WS-COMP-CHANGED TO TRUE
            END-IF
            IF NOT WS-NAME-CHANGED
            AND NOT WS-LIVE-CHANGED
            AND NOT WS-COMP-CHANGED
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'NO CHANGE KEYED' TO MSGO
               GO TO 3041-MERGE-KEYED-FIELDS-EXIT
            END-IF
            IF WS-NN-NAME = SPACES
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'NAME CANNOT BE BLANK' TO MSGO
               GO TO 3041-MERGE-KEYED-FIELDS-EXIT
            END-IF
            IF WS-LIVE-CHANGED
               IF WS-NL-ADDRESS = SPACES OR WS-NL-ZIP-CODE = ZERO
                  MOVE 'N' TO WS-ENTRY-VALID-SW
                  MOVE 'LIVE ADDRESS AND ZIP ARE REQUIRED' TO MSGO
                  GO TO 3041-MERGE-KEYED-FIELDS-EXIT
               END-IF
            END-IF
            .
       3041-MERGE-KEYED-FIELDS-EXIT.
            EXIT.
      *
      * A COMPANY ADDRESS WITH NO ZIP IS NOT CHECKED, AS AT INTAKE
       3042-VALIDATE-ADDRESSES.
            IF WS-LIVE-CHANGED
               MOVE WS-NL-ZIP-CODE TO WS-PC-ZIP-CODE
               MOVE WS-NL-CITY     TO WS-PC-CITY
               MOVE WS-NL-PROVINCE TO WS-PC-PROVINCE
               MOVE WS-NL-DISTRICT TO WS-PC-DISTRICT
               MOVE ZERO           TO WS-PC-BASE
               MOVE 'LIVE ADDR REJECTED:' TO WS-PM-TEXT
               PERFORM 3043-CHECK-POSTAL
                  THRU 3043-CHECK-POSTAL-EXIT
               IF NOT WS-ENTRY-VALID
                  GO TO 3042-VALIDATE-ADDRESSES-EXIT
               END-IF
            END-IF
            IF WS-COMP-CHANGED AND WS-NC-ZIP-CODE NOT = ZERO
               MOVE WS-NC-ZIP-CODE TO WS-PC-ZIP-CODE
               MOVE WS-NC-CITY     TO WS-PC-CITY
               MOVE WS-NC-PROVINCE TO WS-PC-PROVINCE
               MOVE WS-NC-DISTRICT TO WS-PC-DISTRICT
               MOVE 4              TO WS-PC-BASE
               MOVE 'COMP ADDR REJECTED:' TO WS-PM-TEXT
               PERFORM 3043-CHECK-POSTAL
                  THRU 3043-CHECK-POSTAL-EXIT
            END-IF
            .
       3042-VALIDATE-ADDRESSES-EXIT.
            EXIT.
      *
      * THE FIRST POSTAL ROW FOR THE ZIP DECIDES, AS IN CIOCCB05'S
      * MATCH: UNKNOWN ZIP, THEN CITY, PROVINCE, DISTRICT
       3043-CHECK-POSTAL.
            MOVE ZERO TO WS-PC-REASON
            MOVE LOW-VALUES     TO CIPOSTAL-REC
            MOVE WS-PC-ZIP-CODE TO CIPOSTAL-ZIP-CODE
            EXEC CICS READ
                 FILE('CIPOSTAL')
                 INTO(CIPOSTAL-REC)
                 RIDFLD(CIPOSTAL-REC)
                 KEYLENGTH(6)
                 GENERIC
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     EVALUATE TRUE
                         WHEN CIPOSTAL-CITY NOT = WS-PC-CITY
                              COMPUTE WS-PC-REASON = WS-PC-BASE + 2
                         WHEN CIPOSTAL-PROVINCE NOT = WS-PC-PROVINCE
                              COMPUTE WS-PC-REASON = WS-PC-BASE + 3
                         WHEN CIPOSTAL-DISTRICT NOT = WS-PC-DISTRICT
                              COMPUTE WS-PC-REASON = WS-PC-BASE + 4
                     END-EVALUATE
                WHEN DFHRESP(NOTFND)
                     COMPUTE WS-PC-REASON = WS-PC-BASE + 1
                WHEN OTHER
                     MOVE 'N' TO WS-ENTRY-VALID-SW
                     MOVE 'CIPOSTAL FILE ERROR!' TO MSGO
                     GO TO 3043-CHECK-POSTAL-EXIT
            END-EVALUATE
            IF WS-PC-REASON NOT = ZERO
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'ADDRVL'     TO CIREASON-CONTEXT
               MOVE WS-PC-REASON TO CIREASON-CODE
               EXEC CICS READ
                    FILE('CIREASON')
                    INTO(CIREASON-REC)
                    RIDFLD(CIREASON-KEY)
                    RESP(WS-RESP2-CODE)
               END-EXEC
               IF WS-RESP2-CODE = DFHRESP(NORMAL)
                  MOVE CIREASON-SHORT-DESC TO WS-PM-DESC
               ELSE
                  MOVE SPACES       TO WS-PM-DESC
                  MOVE WS-PC-REASON TO WS-PM-DESC(1:3)
               END-IF
               MOVE WS-POSTAL-MSG TO MSGO
            END-IF
            .
       3043-CHECK-POSTAL-EXIT.
            EXIT.
      *
      * THE CALLER HAS SET THE GROUP AND THE TWO IMAGES. THE GROUPS
      * OF ONE CHANGE TAKE SUCCESSIVE SEQUENCE NUMBERS; A CLASH WITH
      * ANOTHER ENTRY IN THE SAME SECOND TAKES THE NEXT ONE
       3050-WRITE-CHANGE-LOG.
            ADD 1                TO CICHGLOG-SEQ
            MOVE CIC0012O-ID     TO CICHGLOG-APPL-ID
            MOVE WS-DATEOUT      TO CICHGLOG-DATE
            MOVE WS-TIMEOUT      TO CICHGLOG-TIME
            MOVE WS-PGM-NAME     TO CICHGLOG-CHG-PGM
            MOVE EIBOPID         TO CICHGLOG-CHG-OPID
            MOVE WS-HIST-BEFORE  TO CICHGLOG-BEFORE
            MOVE WS-HIST-AFTER   TO CICHGLOG-AFTER
            EXEC CICS WRITE
                 FILE('CICHGLOG')
                 FROM(CICHGLOG-REC)
                 RIDFLD(CICHGLOG-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(DUPREC)
               ADD 1 TO CICHGLOG-SEQ
               EXEC CICS WRITE
                    FILE('CICHGLOG')
                    FROM(CICHGLOG-REC)
                    RIDFLD(CICHGLOG-KEY)
                    RESP(WS-RESP-CODE)
               END-EXEC
            END-IF
            .
       3050-WRITE-CHANGE-LOG-EXIT.
            EXIT.
      *
      * SAME STATUS ON BOTH SIDES: THE JOURNAL ROW RECORDS WHO
      * TOUCHED THE APPLICATION AND WHEN, AS EVERY CHANGE DOES
       3060-WRITE-STATUS-JOURNAL.
            INITIALIZE CISTJNL-REC
            MOVE CIC0012O-ID       TO CISTJNL-APPL-ID
            MOVE WS-DATEOUT        TO CISTJNL-DATE
            MOVE WS-TIMEOUT        TO CISTJNL-TIME
            MOVE 1                 TO CISTJNL-SEQ
            MOVE CIC0012O-STATUS   TO CISTJNL-OLD-STATUS
            MOVE CIC0012O-STATUS   TO CISTJNL-NEW-STATUS
            MOVE WS-PGM-NAME       TO CISTJNL-CHG-PGM
            MOVE EIBOPID           TO CISTJNL-CHG-OPID
            EXEC CICS WRITE
                 FILE('CISTJNL')
                 FROM(CISTJNL-REC)
                 RIDFLD(CISTJNL-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(DUPREC)
               ADD 1 TO CISTJNL-SEQ
               EXEC CICS WRITE
                    FILE('CISTJNL')
                    FROM(CISTJNL-REC)
                    RIDFLD(CISTJNL-KEY)
                    RESP(WS-RESP-CODE)
               END-EXEC
            END-IF
            .
       3060-WRITE-STATUS-JOURNAL-EXIT.
            EXIT.
      *
      * THE CARDS OF THE APPLICATION ARE FOUND FROM THE CUSTOMER'S
      * CICUSTXR CARD ENTRIES (THE SAME PERSON MAY HOLD CARDS FROM
      * OTHER APPLICATIONS, WHICH KEEP THEIR OWN NAME)
       3070-QUEUE-REEMBOSS.
            MOVE 'N' TO WS-BROWSE-DONE-SW
            MOVE CIC0012O-CUST-ID-TYPE   TO WS-XK-ID-TYPE
            MOVE CIC0012O-CUST-ID-NUMBER TO WS-XK-ID-NUMBER
            MOVE 'C'                     TO WS-XK-REL-TYPE
            MOVE ZERO                    TO WS-XK-REL-ID
            EXEC CICS STARTBR
                 FILE('CICUSTXR')
                 RIDFLD(WS-XR-BROWSE-KEY)
                 GTEQ
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 3071-READ-NEXT-CARD
                  THRU 3071-READ-NEXT-CARD-EXIT
                 UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('CICUSTXR')
                    RESP(WS-RESP-CODE)
               END-EXEC
            END-IF
            .
       3070-QUEUE-REEMBOSS-EXIT.
            EXIT.
      *
       3071-READ-NEXT-CARD.
            EXEC CICS READNEXT
                 FILE('CICUSTXR')
                 INTO(CICUSTXR-REC)
                 RIDFLD(WS-XR-BROWSE-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3071-READ-NEXT-CARD-EXIT
            END-IF
            IF CICUSTXR-CUST-ID-TYPE NOT = CIC0012O-CUST-ID-TYPE
            OR CICUSTXR-CUST-ID-NUMBER NOT = CIC0012O-CUST-ID-NUMBER
            OR NOT CICUSTXR-CARD
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3071-READ-NEXT-CARD-EXIT
            END-IF
            MOVE CICUSTXR-REL-ID TO CICARD-NUMB
            EXEC CICS READ
                 FILE('CICARD')
                 INTO(CICARD-REC)
                 RIDFLD(CICARD-NUMB)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE = DFHRESP(NORMAL)
            AND CICARD-APPL-ID = CIC0012O-ID
            AND CICARD-ACTIVE
               PERFORM 3072-WRITE-EMBOSS-REQUEST
                  THRU 3072-WRITE-EMBOSS-REQUEST-EXIT
            END-IF
            .
       3071-READ-NEXT-CARD-EXIT.
            EXIT.
      *
      * THE CARD KEEPS ITS NUMBER, LIMIT AND EXPIRY; ONLY THE NAME
      * ON THE PLASTIC CHANGES. A REQUEST ALREADY ON FILE FOR THE
      * CARD IS PUT BACK TO PENDING.
       3072-WRITE-EMBOSS-REQUEST.
            INITIALIZE CIEMBREQ-REC
            MOVE CICARD-NUMB        TO CIEMBREQ-CARD-NUMB
            MOVE CICARD-APPL-ID     TO CIEMBREQ-APPL-ID
            MOVE CICARD-LIMIT       TO CIEMBREQ-LIMIT
            MOVE CICARD-EXPIRY-DATE TO CIEMBREQ-EXPIRY-DATE
            MOVE WS-DATEOUT         TO CIEMBREQ-REQ-DATE
            SET CIEMBREQ-PENDING    TO TRUE
            EXEC CICS WRITE
                 FILE('CIEMBREQ')
                 FROM(CIEMBREQ-REC)
                 RIDFLD(CIEMBREQ-CARD-NUMB)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE = DFHRESP(DUPREC)
               EXEC CICS READ
                    FILE('CIEMBREQ')
                    INTO(CIEMBREQ-REC)
                    RIDFLD(CIEMBREQ-CARD-NUMB)
                    UPDATE
                    RESP(WS-RESP2-CODE)
               END-EXEC
               IF WS-RESP2-CODE = DFHRESP(NORMAL)
                  MOVE CICARD-LIMIT       TO CIEMBREQ-LIMIT
                  MOVE CICARD-EXPIRY-DATE TO CIEMBREQ-EXPIRY-DATE
                  MOVE WS-DATEOUT         TO CIEMBREQ-REQ-DATE
                  SET CIEMBREQ-PENDING    TO TRUE
                  EXEC CICS REWRITE
                       FILE('CIEMBREQ')
                       FROM(CIEMBREQ-REC)
                       RESP(WS-RESP2-CODE)
                  END-EXEC
               END-IF
            END-IF
            IF WS-RESP2-CODE = DFHRESP(NORMAL)
               ADD 1 TO WS-CARD-CNT
            END-IF
            .
       3072-WRITE-EMBOSS-REQUEST-EXIT.
            EXIT.
      *
       4000-POST-PROCESSING.
      *
       4000-POST-PROCESSING-EXIT.
            EXIT.
      *
       5000-CLEAN-UP.
            PERFORM 5010-RETURN
               THRU 5010-RETURN-EXIT
            .
      *
       5000-CLEAN-UP-EXIT.
            EXIT.
      *
       5010-RETURN.
            EXEC CICS RETURN END-EXEC
            .
       5010-RETURN-EXIT.
            EXIT.
      *
       5020-RETURN-TRANS.
            EXEC CICS RETURN TRANSID('CIBO')
                      COMMAREA(WS-ENTER-FLAG)
            END-EXEC
            .
       5020-RETURN-TRANS-EXIT.
            EXIT.
