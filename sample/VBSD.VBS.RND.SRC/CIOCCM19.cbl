       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCM19.
      *****************************************************************
      * CIOCCIMN - CLIENT PROGRAM
      *
      * CISCORE CREDIT SCORECARD ONLINE MAINTENANCE, IN THE STYLE OF
      * THE CIIDRULE MAINTENANCE SCREEN: A = ADD, C = CHANGE,
      * D = DELETE, B = BROWSE, KEYED BY SCORECARD VERSION, RECORD
      * TYPE (H HEADER, F FACTOR BAND, S SCORE BAND), FACTOR AND
      * BAND SEQUENCE. MAINTENANCE ACTIONS NEED THE CIOPPROF
      * MAINTENANCE AUTHORITY; BROWSE IS OPEN TO EVERYONE.
      *
      * A VERSION IS BUILT UNDER A DRAFT HEADER AND PUT IN FORCE BY
      * CHANGING THE HEADER STATUS TO ACTIVE. ONCE ACTIVE, NOTHING
      * IN THAT VERSION CAN BE CHANGED OR DELETED, SO EVERY SCORE
      * STAMPED ON AN APPLICATION OR REQUEST STILL TRACES TO THE
      * RULES THAT PRODUCED IT; A POLICY CHANGE IS A NEW VERSION.
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
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCM19 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCM19'.
       01 WS-VAR.
          05 WS-GETTIME         PIC X(20).
          05 WS-DATEOUT         PIC X(10).
          05 WS-TIMEOUT         PIC X(8).
          05 WS-RESP-CODE       PIC S9(8) COMP.
          05 WS-MESSAGE         PIC X(40).
          05 WS-ENTER-FLAG      PIC X(1).
       01 WS-MAP-OPTION         PIC X(1).
          88 WS-MAP-ERASE       VALUE '0'.
          88 WS-MAP-DATAONLY    VALUE '1'.
      *
      *SCREEN HANDLER
       COPY SD11WS.
      * SYMBOLIC MAP
       COPY CICM19.
      *MAP CONTROL
       COPY DFHBMSCA.
      *CICS FUNCTION KEYS
       COPY DFHAID.
      *CREDIT SCORECARD PARAMETER RECORD
       COPY CISCORE.
      *OPERATOR AUTHORIZATION PROFILE RECORD
       COPY CIOPPROF.
      *AUTHORIZATION REFUSAL LOG RECORD
       COPY CIALOG.
       01 WS-AUTH-OK-SW         PIC X(1).
          88 WS-AUTH-OK         VALUE 'Y'.
       01 WS-AUTH-FUNC          PIC X(4).
       01 WS-AUTH-DETAIL        PIC X(40).
       01 WS-ENTRY-VALID-SW     PIC X(1).
          88 WS-ENTRY-VALID     VALUE 'Y'.
      * THE KEY AS KEYED, AND THE HEADER OF ITS VERSION
       01 WS-SCORE-KEY.
          05 WS-KEY-VERSION     PIC 9(03).
          05 WS-KEY-REC-TYPE    PIC X(01).
          05 WS-KEY-FACTOR      PIC X(04).
          05 WS-KEY-SEQ         PIC 9(02).
       01 WS-HDR-FOUND-SW       PIC X(1).
          88 WS-HDR-FOUND       VALUE 'Y'.
       01 WS-HDR-STATUS         PIC X(1).
          88 WS-HDR-ACTIVE      VALUE 'A'.
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
               MOVE LOW-VALUES TO CICM19O
               SET WS-MAP-ERASE TO TRUE
               PERFORM 3030-SEND-MAP
                  THRU 3030-SEND-MAP-EXIT
      * NOT FIRST SHOW
            ELSE
               IF SDCA-CICS-SECONDENTER
                  MOVE LOW-VALUES TO CICM19I
                  EXEC CICS RECEIVE MAP('CICM19')
                                   MAPSET('CICM19')
                                   INTO(CICM19I)
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
                     MOVE LOW-VALUES TO CICM19O
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
            IF ACTNL = 0 OR VERSL = 0 OR RTYPL = 0
               MOVE 'ACTION, VERSION AND TYPE ARE REQUIRED' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            ELSE
               IF ACTNI NOT = 'A' AND ACTNI NOT = 'C'
                                  AND ACTNI NOT = 'D'
                                  AND ACTNI NOT = 'B'
                  MOVE 'ACTION MUST BE A, B, C OR D' TO MSGO
                  SET WS-MAP-DATAONLY TO TRUE
                  PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
               ELSE
                  PERFORM 3011-BUILD-KEY
                     THRU 3011-BUILD-KEY-EXIT
                  IF NOT WS-ENTRY-VALID
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                  ELSE
                     PERFORM 3015-CHECK-AUTHORITY
                        THRU 3015-CHECK-AUTHORITY-EXIT
                     IF WS-AUTH-OK
                        PERFORM 3020-PROCESS-ACTION
                           THRU 3020-PROCESS-ACTION-EXIT
                     ELSE
                        SET WS-MAP-DATAONLY TO TRUE
                        PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
      *
       3010-CHECK-INPUT-EXIT.
            EXIT.
      *
      * THE HEADER OF A VERSION CARRIES NO FACTOR OR SEQUENCE, A
      * SCORE BAND NO FACTOR; A FACTOR BAND MUST NAME ONE OF THE
      * FACTORS THE SCORING STEP KNOWS
       3011-BUILD-KEY.
            SET WS-ENTRY-VALID TO TRUE
            MOVE VERSI TO WS-KEY-VERSION
            MOVE RTYPI TO WS-KEY-REC-TYPE
            MOVE SPACES TO WS-KEY-FACTOR
            MOVE ZERO   TO WS-KEY-SEQ
            IF WS-KEY-VERSION = ZERO
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'VERSION MUST BE 001-999' TO MSGO
               GO TO 3011-BUILD-KEY-EXIT
            END-IF
            EVALUATE WS-KEY-REC-TYPE
                WHEN 'H'
                     CONTINUE
                WHEN 'S'
                     IF SEQNL = 0 OR SEQNI = ZERO
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'SCORE BAND NEEDS A SEQUENCE' TO MSGO
                     ELSE
                        MOVE SEQNI TO WS-KEY-SEQ
                     END-IF
                WHEN 'F'
                     IF FACTL = 0 OR SEQNL = 0 OR SEQNI = ZERO
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'FACTOR BAND NEEDS FACTOR AND SEQUENCE'
                             TO MSGO
                        GO TO 3011-BUILD-KEY-EXIT
                     END-IF
                     MOVE FACTI TO WS-KEY-FACTOR
                     MOVE SEQNI TO WS-KEY-SEQ
                     MOVE WS-KEY-FACTOR TO CISCORE-FACTOR
                     IF NOT CISCORE-FAC-HISTORY
                     AND NOT CISCORE-FAC-HOLD
                     AND NOT CISCORE-FAC-ACCOUNTS
                     AND NOT CISCORE-FAC-LIVE-YRS
                     AND NOT CISCORE-FAC-SERVICE
                     AND NOT CISCORE-FAC-MARITAL
                     AND NOT CISCORE-FAC-SALARY
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'UNKNOWN SCORECARD FACTOR' TO MSGO
                     END-IF
                WHEN OTHER
                     MOVE 'N' TO WS-ENTRY-VALID-SW
                     MOVE 'TYPE MUST BE H, F OR S' TO MSGO
            END-EVALUATE
            .
       3011-BUILD-KEY-EXIT.
            EXIT.
      *
      * REFERENCE FILE MAINTENANCE IS FOR DESIGNATED STAFF ONLY; A
      * BROWSE IS STILL OPEN TO EVERYONE
       3015-CHECK-AUTHORITY.
            SET WS-AUTH-OK TO TRUE
            IF ACTNI = 'B'
               GO TO 3015-CHECK-AUTHORITY-EXIT
            END-IF
            MOVE 'SCRM' TO WS-AUTH-FUNC
            MOVE EIBOPID TO CIOPPROF-OPID
            EXEC CICS READ
                 FILE('CIOPPROF')
                 INTO(CIOPPROF-REC)
                 RIDFLD(CIOPPROF-OPID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
            OR NOT CIOPPROF-MAINT-AUTH
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NOT AUTHORIZED FOR SCORECARD MAINT' TO MSGO
               MOVE 'CISCORE MAINTENANCE REFUSED' TO WS-AUTH-DETAIL
               PERFORM 3016-LOG-AUTH-REFUSAL
                  THRU 3016-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3015-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
      * EVERY PROFILE REFUSAL GOES TO TD QUEUE 'CIAL' FOR THE
      * OVERNIGHT AUDIT DRAIN
       3016-LOG-AUTH-REFUSAL.
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
       3016-LOG-AUTH-REFUSAL-EXIT.
            EXIT.
      *
      * READS THE HEADER OF THE KEYED VERSION: A BAND MAY ONLY BE
      * TOUCHED WHILE ITS VERSION IS STILL A DRAFT
       3017-READ-VERSION-HEADER.
            MOVE 'N' TO WS-HDR-FOUND-SW
            MOVE SPACE TO WS-HDR-STATUS
            INITIALIZE CISCORE-REC
            MOVE WS-KEY-VERSION TO CISCORE-VERSION
            MOVE 'H'            TO CISCORE-REC-TYPE
            MOVE SPACES         TO CISCORE-FACTOR
            MOVE ZERO           TO CISCORE-SEQ
            EXEC CICS READ
                 FILE('CISCORE')
                 INTO(CISCORE-REC)
                 RIDFLD(CISCORE-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-HDR-FOUND TO TRUE
               MOVE CISCORE-HDR-STATUS TO WS-HDR-STATUS
            END-IF
            .
       3017-READ-VERSION-HEADER-EXIT.
            EXIT.
      *
       3020-PROCESS-ACTION.
            EVALUATE ACTNI
                WHEN 'A'
                     PERFORM 3021-ADD-ENTRY
                        THRU 3021-ADD-ENTRY-EXIT
                WHEN 'C'
                     PERFORM 3022-CHANGE-ENTRY
                        THRU 3022-CHANGE-ENTRY-EXIT
                WHEN 'D'
                     PERFORM 3023-DELETE-ENTRY
                        THRU 3023-DELETE-ENTRY-EXIT
                WHEN 'B'
                     PERFORM 3024-BROWSE-ENTRY
                        THRU 3024-BROWSE-ENTRY-EXIT
            END-EVALUATE
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            .
       3020-PROCESS-ACTION-EXIT.
            EXIT.
      *
      * THE ENTRY MUST MAKE SENSE BEFORE IT SCORES ANYONE. THE
      * EDITS RUN ON THE BUILT RECORD SO THE ADD AND CHANGE PATHS
      * ENFORCE EXACTLY THE SAME RULES.
       3018-EDIT-SCORE-RECORD.
            SET WS-ENTRY-VALID TO TRUE
            EVALUATE TRUE
                WHEN CISCORE-HEADER
                     IF CISCORE-EFF-DATE(5:1) NOT = '/'
                     OR CISCORE-EFF-DATE(8:1) NOT = '/'
                     OR CISCORE-EFF-DATE(1:4) IS NOT NUMERIC
                     OR CISCORE-EFF-DATE(6:2) IS NOT NUMERIC
                     OR CISCORE-EFF-DATE(9:2) IS NOT NUMERIC
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'EFFECTIVE DATE MUST BE YYYY/MM/DD'
                             TO MSGO
                        GO TO 3018-EDIT-SCORE-RECORD-EXIT
                     END-IF
                     IF NOT CISCORE-ACTIVE
                     AND NOT CISCORE-DRAFT
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'STATUS MUST BE A OR D' TO MSGO
                        GO TO 3018-EDIT-SCORE-RECORD-EXIT
                     END-IF
                     IF CISCORE-CUTOFF IS NOT NUMERIC
                     OR CISCORE-MIN-SALARY IS NOT NUMERIC
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'CUT-OFF AND SALARY FLOOR MUST BE NUMBER'
                             TO MSGO
                     END-IF
                WHEN CISCORE-FACTOR-BAND
                     IF CISCORE-POINTS IS NOT NUMERIC
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'POINTS MUST BE NUMBER' TO MSGO
                        GO TO 3018-EDIT-SCORE-RECORD-EXIT
                     END-IF
                     IF CISCORE-FAC-MARITAL
                        IF CISCORE-BAND-CODE = SPACE
                           MOVE 'N' TO WS-ENTRY-VALID-SW
                           MOVE 'MARITAL BAND NEEDS A STATUS CODE'
                                TO MSGO
                        END-IF
                        GO TO 3018-EDIT-SCORE-RECORD-EXIT
                     END-IF
                     IF CISCORE-BAND-LOW IS NOT NUMERIC
                     OR CISCORE-BAND-HIGH IS NOT NUMERIC
                     OR CISCORE-BAND-LOW > CISCORE-BAND-HIGH
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'BAND LOW/HIGH MUST BE NUMBER, LOW<=HIGH'
                             TO MSGO
                     END-IF
                WHEN CISCORE-SCORE-BAND
                     IF CISCORE-SCORE-LOW IS NOT NUMERIC
                     OR CISCORE-SCORE-HIGH IS NOT NUMERIC
                     OR CISCORE-SCORE-LOW > CISCORE-SCORE-HIGH
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'SCORE LOW/HIGH MUST BE NUMBER, LOW<=HIGH'
                             TO MSGO
                        GO TO 3018-EDIT-SCORE-RECORD-EXIT
                     END-IF
                     IF CISCORE-MULTIPLIER IS NOT NUMERIC
                     OR CISCORE-MAX-LIMIT IS NOT NUMERIC
                        MOVE 'N' TO WS-ENTRY-VALID-SW
                        MOVE 'MULTIPLIER AND MAX LIMIT MUST BE NUMBER'
                             TO MSGO
                     END-IF
            END-EVALUATE
            .
       3018-EDIT-SCORE-RECORD-EXIT.
            EXIT.
      *
      * MOVES THE KEYED FIELDS FOR THE RECORD TYPE INTO THE RECORD;
      * ON A CHANGE ONLY THE FIELDS ACTUALLY KEYED ARE TAKEN
       3019-MOVE-SCREEN-FIELDS.
            EVALUATE TRUE
                WHEN CISCORE-HEADER
                     IF EFFDL NOT = 0
                        MOVE EFFDI TO CISCORE-EFF-DATE
                     END-IF
                     IF HSTAL NOT = 0
                        MOVE HSTAI TO CISCORE-HDR-STATUS
                     END-IF
                     IF CUTOL NOT = 0
                        MOVE CUTOI TO CISCORE-CUTOFF
                     END-IF
                     IF MINSL NOT = 0
                        MOVE MINSI TO CISCORE-MIN-SALARY
                     END-IF
                     IF DESCL NOT = 0
                        MOVE DESCI TO CISCORE-DESC
                     END-IF
                WHEN CISCORE-FACTOR-BAND
                     IF BLOWL NOT = 0
                        MOVE BLOWI TO CISCORE-BAND-LOW
                     END-IF
                     IF BHGHL NOT = 0
                        MOVE BHGHI TO CISCORE-BAND-HIGH
                     END-IF
                     IF CODEL NOT = 0
                        MOVE CODEI TO CISCORE-BAND-CODE
                     END-IF
                     IF PNTSL NOT = 0
                        MOVE PNTSI TO CISCORE-POINTS
                     END-IF
                WHEN CISCORE-SCORE-BAND
                     IF BLOWL NOT = 0
                        MOVE BLOWI TO CISCORE-SCORE-LOW
                     END-IF
                     IF BHGHL NOT = 0
                        MOVE BHGHI TO CISCORE-SCORE-HIGH
                     END-IF
                     IF MULTL NOT = 0
                        MOVE MULTI TO CISCORE-MULTIPLIER
                     END-IF
                     IF MAXLL NOT = 0
                        MOVE MAXLI TO CISCORE-MAX-LIMIT
                     END-IF
            END-EVALUATE
            .
       3019-MOVE-SCREEN-FIELDS-EXIT.
            EXIT.
      *
      * A NEW VERSION STARTS WITH ITS HEADER AS A DRAFT; BANDS ARE
      * ONLY ADDED UNDER A DRAFT HEADER
       3021-ADD-ENTRY.
            PERFORM 3017-READ-VERSION-HEADER
               THRU 3017-READ-VERSION-HEADER-EXIT
            IF WS-KEY-REC-TYPE = 'H'
               IF HSTAL NOT = 0 AND HSTAI NOT = 'D'
                  MOVE 'A NEW VERSION MUST START AS DRAFT' TO MSGO
                  GO TO 3021-ADD-ENTRY-EXIT
               END-IF
            ELSE
               IF NOT WS-HDR-FOUND
                  MOVE 'ADD THE VERSION HEADER FIRST' TO MSGO
                  GO TO 3021-ADD-ENTRY-EXIT
               END-IF
               IF WS-HDR-ACTIVE
                  MOVE 'VERSION IS ACTIVE - ADD A NEW VERSION' TO MSGO
                  GO TO 3021-ADD-ENTRY-EXIT
               END-IF
            END-IF
            INITIALIZE CISCORE-REC
            MOVE WS-SCORE-KEY TO CISCORE-KEY
            IF CISCORE-HEADER
               SET CISCORE-DRAFT TO TRUE
            END-IF
            PERFORM 3019-MOVE-SCREEN-FIELDS
               THRU 3019-MOVE-SCREEN-FIELDS-EXIT
            PERFORM 3018-EDIT-SCORE-RECORD
               THRU 3018-EDIT-SCORE-RECORD-EXIT
            IF NOT WS-ENTRY-VALID
               GO TO 3021-ADD-ENTRY-EXIT
            END-IF
            EXEC CICS WRITE
                 FILE('CISCORE')
                 FROM(CISCORE-REC)
                 RIDFLD(CISCORE-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     MOVE 'SCORECARD ENTRY ADDED' TO MSGO
                WHEN DFHRESP(DUPREC)
                     MOVE 'SCORECARD ENTRY ALREADY EXISTS' TO MSGO
                WHEN OTHER
                     MOVE 'CISCORE FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3021-ADD-ENTRY-EXIT.
            EXIT.
      *
      * ONLY A DRAFT VERSION CHANGES; SETTING ITS HEADER STATUS TO
      * A IS WHAT PUTS THE VERSION IN FORCE
       3022-CHANGE-ENTRY.
            PERFORM 3017-READ-VERSION-HEADER
               THRU 3017-READ-VERSION-HEADER-EXIT
            IF WS-HDR-ACTIVE
               MOVE 'VERSION IS ACTIVE - ADD A NEW VERSION' TO MSGO
               GO TO 3022-CHANGE-ENTRY-EXIT
            END-IF
            MOVE WS-SCORE-KEY TO CISCORE-KEY
            EXEC CICS READ
                 FILE('CISCORE')
                 INTO(CISCORE-REC)
                 RIDFLD(CISCORE-KEY)
                 UPDATE
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     PERFORM 3019-MOVE-SCREEN-FIELDS
                        THRU 3019-MOVE-SCREEN-FIELDS-EXIT
      * THE CHANGED RECORD PASSES THE SAME EDITS AS AN ADD - A
      * CORRUPT SCORECARD ROW WOULD MIS-SCORE THE NIGHTLY RUN
                     PERFORM 3018-EDIT-SCORE-RECORD
                        THRU 3018-EDIT-SCORE-RECORD-EXIT
                     IF NOT WS-ENTRY-VALID
                        EXEC CICS UNLOCK
                             FILE('CISCORE')
                        END-EXEC
                        GO TO 3022-CHANGE-ENTRY-EXIT
                     END-IF
                     EXEC CICS REWRITE
                          FILE('CISCORE')
                          FROM(CISCORE-REC)
                          RESP(WS-RESP-CODE)
                     END-EXEC
                     IF CISCORE-HEADER AND CISCORE-ACTIVE
                        MOVE 'SCORECARD VERSION ACTIVATED' TO MSGO
                     ELSE
                        MOVE 'SCORECARD ENTRY CHANGED' TO MSGO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'SCORECARD ENTRY NOT FOUND!' TO MSGO
                WHEN OTHER
                     MOVE 'CISCORE FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3022-CHANGE-ENTRY-EXIT.
            EXIT.
      *
      * A DRAFT BAND MAY BE DROPPED; AN ACTIVE VERSION STAYS ON
      * FILE FOR THE DECISIONS THAT QUOTE IT
       3023-DELETE-ENTRY.
            PERFORM 3017-READ-VERSION-HEADER
               THRU 3017-READ-VERSION-HEADER-EXIT
            IF WS-HDR-ACTIVE
               MOVE 'VERSION IS ACTIVE - CAN NOT DELETE' TO MSGO
               GO TO 3023-DELETE-ENTRY-EXIT
            END-IF
            MOVE WS-SCORE-KEY TO CISCORE-KEY
            EXEC CICS READ
                 FILE('CISCORE')
                 INTO(CISCORE-REC)
                 RIDFLD(CISCORE-KEY)
                 UPDATE
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     EXEC CICS DELETE
                          FILE('CISCORE')
                          RESP(WS-RESP-CODE)
                     END-EXEC
                     MOVE 'SCORECARD ENTRY DELETED' TO MSGO
                WHEN DFHRESP(NOTFND)
                     MOVE 'SCORECARD ENTRY NOT FOUND!' TO MSGO
                WHEN OTHER
                     MOVE 'CISCORE FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3023-DELETE-ENTRY-EXIT.
            EXIT.
      *
       3024-BROWSE-ENTRY.
            MOVE WS-SCORE-KEY TO CISCORE-KEY
            EXEC CICS READ
                 FILE('CISCORE')
                 INTO(CISCORE-REC)
                 RIDFLD(CISCORE-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     EVALUATE TRUE
                         WHEN CISCORE-HEADER
                              MOVE CISCORE-EFF-DATE   TO EFFDO
                              MOVE CISCORE-HDR-STATUS TO HSTAO
                              MOVE CISCORE-CUTOFF     TO CUTOO
                              MOVE CISCORE-MIN-SALARY TO MINSO
                              MOVE CISCORE-DESC       TO DESCO
                         WHEN CISCORE-FACTOR-BAND
                              MOVE CISCORE-BAND-LOW   TO BLOWO
                              MOVE CISCORE-BAND-HIGH  TO BHGHO
                              MOVE CISCORE-BAND-CODE  TO CODEO
                              MOVE CISCORE-POINTS     TO PNTSO
                         WHEN CISCORE-SCORE-BAND
                              MOVE CISCORE-SCORE-LOW  TO BLOWO
                              MOVE CISCORE-SCORE-HIGH TO BHGHO
                              MOVE CISCORE-MULTIPLIER TO MULTO
                              MOVE CISCORE-MAX-LIMIT  TO MAXLO
                     END-EVALUATE
                     MOVE 'SCORECARD ENTRY DISPLAYED' TO MSGO
                WHEN DFHRESP(NOTFND)
                     MOVE 'SCORECARD ENTRY NOT FOUND!' TO MSGO
                WHEN OTHER
                     MOVE 'CISCORE FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3024-BROWSE-ENTRY-EXIT.
            EXIT.
      *
       3030-SEND-MAP.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            EVALUATE TRUE
                WHEN WS-MAP-ERASE
                     EXEC CICS SEND
                          MAP('CICM19')
                          MAPSET('CICM19')
                          FROM(CICM19O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM19')
                          MAPSET('CICM19')
                          FROM(CICM19O)
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
            EXEC CICS RETURN TRANSID('CIBM')
                      COMMAREA(WS-ENTER-FLAG)
            END-EXEC
            .
       5020-RETURN-TRANS-EXIT.
            EXIT.
