       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCM24.
      *****************************************************************
      * CIOCCIMN - CLIENT PROGRAM
      *
      * CIPRODCT CARD PRODUCT ONLINE MAINTENANCE, IN THE STYLE OF
      * THE CISCORE MAINTENANCE SCREEN: A = ADD, C = CHANGE,
      * D = DELETE, B = BROWSE, KEYED BY PRODUCT CODE. MAINTENANCE
      * ACTIONS NEED THE CIOPPROF MAINTENANCE AUTHORITY; BROWSE IS
      * OPEN TO EVERYONE.
      *
      * EACH PRODUCT GIVES ITS CARDS A BIN, A VALIDITY AND THE
      * VENDOR ARTWORK, AND IS ISSUED FOR A BAND OF CREDIT LIMITS.
      * THE NIGHTLY ISSUE AND LIMIT-INCREASE RUNS PICK THE ONE
      * ACTIVE PRODUCT WHOSE BAND COVERS THE LIMIT, SO ACTIVE BANDS
      * MAY NOT OVERLAP. BIN 46-59 BELONG TO THE REPLACEMENT
      * (CIOCCM09) AND SUPPLEMENTARY (CIOCCM23) SERIES AND ARE NOT
      * OFFERED. A PRODUCT IS RETIRED BY SETTING IT TO WITHDRAWN -
      * ITS CARDS KEEP IT AND RENEW ON IT - AND ONLY A WITHDRAWN
      * PRODUCT MAY BE DELETED.
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
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCM24 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCM24'.
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
       COPY CICM24.
      *MAP CONTROL
       COPY DFHBMSCA.
      *CICS FUNCTION KEYS
       COPY DFHAID.
      *CARD PRODUCT RECORD
       COPY CIPRODCT.
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
      * BIN SERIES HELD FOR CARDS NUMBERED ONLINE
       77 WS-RESERVED-BIN-FIRST PIC 9(02) VALUE 46.
       77 WS-RESERVED-BIN-LAST  PIC 9(02) VALUE 59.
       77 WS-MAX-VALID-YEARS    PIC 9(02) VALUE 10.
      * THE PRODUCT AS BUILT, HELD WHILE THE OTHER PRODUCTS ARE
      * BROWSED INTO THE SAME RECORD AREA FOR THE OVERLAP CHECK
       01 WS-KEY-CODE           PIC X(04).
       01 WS-PRODUCT-SAVE       PIC X(80).
       01 WS-BROWSE-KEY         PIC X(04).
       01 WS-BROWSE-DONE-SW     PIC X(1).
          88 WS-BROWSE-DONE     VALUE 'Y'.
       01 WS-OVERLAP-SW         PIC X(1).
          88 WS-OVERLAP         VALUE 'Y'.
       01 WS-OVERLAP-CODE       PIC X(04).
       01 WS-CHK-LOW            PIC 9(08).
       01 WS-CHK-HIGH           PIC 9(08).
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
               MOVE LOW-VALUES TO CICM24O
               SET WS-MAP-ERASE TO TRUE
               PERFORM 3030-SEND-MAP
                  THRU 3030-SEND-MAP-EXIT
      * NOT FIRST SHOW
            ELSE
               IF SDCA-CICS-SECONDENTER
                  MOVE LOW-VALUES TO CICM24I
                  EXEC CICS RECEIVE MAP('CICM24')
                                   MAPSET('CICM24')
                                   INTO(CICM24I)
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
                     MOVE LOW-VALUES TO CICM24O
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
            IF ACTNL = 0 OR PCODL = 0
               MOVE 'ACTION AND PRODUCT CODE ARE REQUIRED' TO MSGO
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
       3011-BUILD-KEY.
            SET WS-ENTRY-VALID TO TRUE
            MOVE PCODI TO WS-KEY-CODE
            IF WS-KEY-CODE = SPACES
            OR WS-KEY-CODE(1:1) = SPACE
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'PRODUCT CODE MUST BE LEFT-JUSTIFIED' TO MSGO
            END-IF
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
            MOVE 'PRDM' TO WS-AUTH-FUNC
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
               MOVE 'NOT AUTHORIZED FOR PRODUCT MAINT' TO MSGO
               MOVE 'CIPRODCT MAINTENANCE REFUSED' TO WS-AUTH-DETAIL
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
      * AN ACTIVE BAND MAY NOT TOUCH ANY OTHER ACTIVE BAND, OR THE
      * NIGHTLY RUNS COULD NOT TELL WHICH PRODUCT A LIMIT BELONGS
      * TO. THE OTHER PRODUCTS ARE BROWSED INTO THE RECORD AREA, SO
      * THE BUILT PRODUCT IS PUT BACK AFTERWARDS.
       3017-CHECK-BAND-OVERLAP.
            MOVE 'N' TO WS-OVERLAP-SW
            MOVE CIPRODCT-REC        TO WS-PRODUCT-SAVE
            MOVE CIPRODCT-LIMIT-LOW  TO WS-CHK-LOW
            MOVE CIPRODCT-LIMIT-HIGH TO WS-CHK-HIGH
            MOVE 'N' TO WS-BROWSE-DONE-SW
            MOVE LOW-VALUES TO WS-BROWSE-KEY
            EXEC CICS STARTBR
                 FILE('CIPRODCT')
                 RIDFLD(WS-BROWSE-KEY)
                 GTEQ
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE = DFHRESP(NORMAL)
               PERFORM 3025-READ-NEXT-PRODUCT
                  THRU 3025-READ-NEXT-PRODUCT-EXIT
                 UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('CIPRODCT')
                    RESP(WS-RESP2-CODE)
               END-EXEC
            END-IF
            MOVE WS-PRODUCT-SAVE TO CIPRODCT-REC
            .
       3017-CHECK-BAND-OVERLAP-EXIT.
            EXIT.
      *
      * THE PRODUCT MUST MAKE SENSE BEFORE A CARD IS CUT ON IT. THE
      * EDITS RUN ON THE BUILT RECORD SO THE ADD AND CHANGE PATHS
      * ENFORCE EXACTLY THE SAME RULES.
       3018-EDIT-PRODUCT-RECORD.
            SET WS-ENTRY-VALID TO TRUE
            IF CIPRODCT-DESC = SPACES
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'DESCRIPTION IS REQUIRED' TO MSGO
               GO TO 3018-EDIT-PRODUCT-RECORD-EXIT
            END-IF
            IF CIPRODCT-BIN IS NOT NUMERIC
            OR CIPRODCT-BIN < 10
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'BIN MUST BE 10-99' TO MSGO
               GO TO 3018-EDIT-PRODUCT-RECORD-EXIT
            END-IF
            IF CIPRODCT-BIN NOT < WS-RESERVED-BIN-FIRST
            AND CIPRODCT-BIN NOT > WS-RESERVED-BIN-LAST
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'BIN 46-59 HELD FOR REPLACEMENT/SUPP' TO MSGO
               GO TO 3018-EDIT-PRODUCT-RECORD-EXIT
            END-IF
            IF CIPRODCT-LIMIT-LOW IS NOT NUMERIC
            OR CIPRODCT-LIMIT-HIGH IS NOT NUMERIC
            OR CIPRODCT-LIMIT-LOW > CIPRODCT-LIMIT-HIGH
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'BAND LOW/HIGH MUST BE NUMBER, LOW<=HIGH'
                    TO MSGO
               GO TO 3018-EDIT-PRODUCT-RECORD-EXIT
            END-IF
            IF CIPRODCT-VALID-YEARS IS NOT NUMERIC
            OR CIPRODCT-VALID-YEARS = ZERO
            OR CIPRODCT-VALID-YEARS > WS-MAX-VALID-YEARS
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'VALIDITY MUST BE 1-10 YEARS' TO MSGO
               GO TO 3018-EDIT-PRODUCT-RECORD-EXIT
            END-IF
            IF CIPRODCT-ARTWORK = SPACES
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'ARTWORK CODE IS REQUIRED' TO MSGO
               GO TO 3018-EDIT-PRODUCT-RECORD-EXIT
            END-IF
            IF NOT CIPRODCT-ACTIVE
            AND NOT CIPRODCT-WITHDRAWN
               MOVE 'N' TO WS-ENTRY-VALID-SW
               MOVE 'STATUS MUST BE A OR W' TO MSGO
               GO TO 3018-EDIT-PRODUCT-RECORD-EXIT
            END-IF
            IF CIPRODCT-ACTIVE
               PERFORM 3017-CHECK-BAND-OVERLAP
                  THRU 3017-CHECK-BAND-OVERLAP-EXIT
               IF WS-OVERLAP
                  MOVE 'N' TO WS-ENTRY-VALID-SW
                  MOVE SPACES TO MSGO
                  STRING 'BAND OVERLAPS ACTIVE PRODUCT '
                                          DELIMITED BY SIZE
                         WS-OVERLAP-CODE  DELIMITED BY SIZE
                         INTO MSGO
               END-IF
            END-IF
            .
       3018-EDIT-PRODUCT-RECORD-EXIT.
            EXIT.
      *
      * ON A CHANGE ONLY THE FIELDS ACTUALLY KEYED ARE TAKEN; EVERY
      * ADD OR CHANGE IS STAMPED WITH THE DATE AND THE OPERATOR
       3019-MOVE-SCREEN-FIELDS.
            IF DESCL NOT = 0
               MOVE DESCI TO CIPRODCT-DESC
            END-IF
            IF PBINL NOT = 0
               MOVE PBINI TO CIPRODCT-BIN
            END-IF
            IF BLOWL NOT = 0
               MOVE BLOWI TO CIPRODCT-LIMIT-LOW
            END-IF
            IF BHGHL NOT = 0
               MOVE BHGHI TO CIPRODCT-LIMIT-HIGH
            END-IF
            IF VALYL NOT = 0
               MOVE VALYI TO CIPRODCT-VALID-YEARS
            END-IF
            IF ARTWL NOT = 0
               MOVE ARTWI TO CIPRODCT-ARTWORK
            END-IF
            IF PSTAL NOT = 0
               MOVE PSTAI TO CIPRODCT-STATUS
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            MOVE WS-DATEOUT TO CIPRODCT-UPD-DATE
            MOVE EIBOPID    TO CIPRODCT-UPD-USER
            .
       3019-MOVE-SCREEN-FIELDS-EXIT.
            EXIT.
      *
       3020-PROCESS-ACTION.
            EVALUATE ACTNI
                WHEN 'A'
                     PERFORM 3021-ADD-PRODUCT
                        THRU 3021-ADD-PRODUCT-EXIT
                WHEN 'C'
                     PERFORM 3022-CHANGE-PRODUCT
                        THRU 3022-CHANGE-PRODUCT-EXIT
                WHEN 'D'
                     PERFORM 3023-DELETE-PRODUCT
                        THRU 3023-DELETE-PRODUCT-EXIT
                WHEN 'B'
                     PERFORM 3024-BROWSE-PRODUCT
                        THRU 3024-BROWSE-PRODUCT-EXIT
            END-EVALUATE
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            .
       3020-PROCESS-ACTION-EXIT.
            EXIT.
      *
      * A NEW PRODUCT IS ACTIVE UNLESS KEYED OTHERWISE
       3021-ADD-PRODUCT.
            INITIALIZE CIPRODCT-REC
            MOVE WS-KEY-CODE TO CIPRODCT-CODE
            SET CIPRODCT-ACTIVE TO TRUE
            PERFORM 3019-MOVE-SCREEN-FIELDS
               THRU 3019-MOVE-SCREEN-FIELDS-EXIT
            PERFORM 3018-EDIT-PRODUCT-RECORD
               THRU 3018-EDIT-PRODUCT-RECORD-EXIT
            IF NOT WS-ENTRY-VALID
               GO TO 3021-ADD-PRODUCT-EXIT
            END-IF
            EXEC CICS WRITE
                 FILE('CIPRODCT')
                 FROM(CIPRODCT-REC)
                 RIDFLD(CIPRODCT-CODE)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     MOVE 'CARD PRODUCT ADDED' TO MSGO
                WHEN DFHRESP(DUPREC)
                     MOVE 'CARD PRODUCT ALREADY EXISTS' TO MSGO
                WHEN OTHER
                     MOVE 'CIPRODCT FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3021-ADD-PRODUCT-EXIT.
            EXIT.
      *
      * SETTING THE STATUS TO W RETIRES THE PRODUCT FOR NEW CARDS;
      * A BIN CHANGE ONLY AFFECTS CARDS NUMBERED FROM NOW ON. THE
      * EDITS BROWSE CIPRODCT FOR OVERLAPPING BANDS, SO THEY RUN ON
      * A PLAIN READ AND THE RECORD IS ONLY TAKEN FOR UPDATE ONCE
      * THE ENTRY HAS PASSED THEM.
       3022-CHANGE-PRODUCT.
            MOVE WS-KEY-CODE TO CIPRODCT-CODE
            EXEC CICS READ
                 FILE('CIPRODCT')
                 INTO(CIPRODCT-REC)
                 RIDFLD(CIPRODCT-CODE)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD PRODUCT NOT FOUND!' TO MSGO
                     GO TO 3022-CHANGE-PRODUCT-EXIT
                WHEN OTHER
                     MOVE 'CIPRODCT FILE ERROR!' TO MSGO
                     GO TO 3022-CHANGE-PRODUCT-EXIT
            END-EVALUATE
            PERFORM 3019-MOVE-SCREEN-FIELDS
               THRU 3019-MOVE-SCREEN-FIELDS-EXIT
            PERFORM 3018-EDIT-PRODUCT-RECORD
               THRU 3018-EDIT-PRODUCT-RECORD-EXIT
            IF NOT WS-ENTRY-VALID
               GO TO 3022-CHANGE-PRODUCT-EXIT
            END-IF
            MOVE WS-KEY-CODE TO CIPRODCT-CODE
            EXEC CICS READ
                 FILE('CIPRODCT')
                 INTO(CIPRODCT-REC)
                 RIDFLD(CIPRODCT-CODE)
                 UPDATE
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     PERFORM 3019-MOVE-SCREEN-FIELDS
                        THRU 3019-MOVE-SCREEN-FIELDS-EXIT
                     EXEC CICS REWRITE
                          FILE('CIPRODCT')
                          FROM(CIPRODCT-REC)
                          RESP(WS-RESP-CODE)
                     END-EXEC
                     IF CIPRODCT-WITHDRAWN
                        MOVE 'CARD PRODUCT WITHDRAWN' TO MSGO
                     ELSE
                        MOVE 'CARD PRODUCT CHANGED' TO MSGO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD PRODUCT NOT FOUND!' TO MSGO
                WHEN OTHER
                     MOVE 'CIPRODCT FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3022-CHANGE-PRODUCT-EXIT.
            EXIT.
      *
      * AN ACTIVE PRODUCT IS WITHDRAWN FIRST. CARDS STILL ON A
      * DELETED PRODUCT ARE MOVED TO THE PRODUCT OF THEIR LIMIT AT
      * THEIR NEXT RENEWAL.
       3023-DELETE-PRODUCT.
            MOVE WS-KEY-CODE TO CIPRODCT-CODE
            EXEC CICS READ
                 FILE('CIPRODCT')
                 INTO(CIPRODCT-REC)
                 RIDFLD(CIPRODCT-CODE)
                 UPDATE
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     IF CIPRODCT-ACTIVE
                        EXEC CICS UNLOCK
                             FILE('CIPRODCT')
                        END-EXEC
                        MOVE 'PRODUCT IS ACTIVE - WITHDRAW IT FIRST'
                             TO MSGO
                        GO TO 3023-DELETE-PRODUCT-EXIT
                     END-IF
                     EXEC CICS DELETE
                          FILE('CIPRODCT')
                          RESP(WS-RESP-CODE)
                     END-EXEC
                     MOVE 'CARD PRODUCT DELETED' TO MSGO
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD PRODUCT NOT FOUND!' TO MSGO
                WHEN OTHER
                     MOVE 'CIPRODCT FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3023-DELETE-PRODUCT-EXIT.
            EXIT.
      *
       3024-BROWSE-PRODUCT.
            MOVE WS-KEY-CODE TO CIPRODCT-CODE
            EXEC CICS READ
                 FILE('CIPRODCT')
                 INTO(CIPRODCT-REC)
                 RIDFLD(CIPRODCT-CODE)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     MOVE CIPRODCT-DESC        TO DESCO
                     MOVE CIPRODCT-BIN         TO PBINO
                     MOVE CIPRODCT-LIMIT-LOW   TO BLOWO
                     MOVE CIPRODCT-LIMIT-HIGH  TO BHGHO
                     MOVE CIPRODCT-VALID-YEARS TO VALYO
                     MOVE CIPRODCT-ARTWORK     TO ARTWO
                     MOVE CIPRODCT-STATUS      TO PSTAO
                     MOVE 'CARD PRODUCT DISPLAYED' TO MSGO
                WHEN DFHRESP(NOTFND)
                     MOVE 'CARD PRODUCT NOT FOUND!' TO MSGO
                WHEN OTHER
                     MOVE 'CIPRODCT FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3024-BROWSE-PRODUCT-EXIT.
            EXIT.
      *
      * THE PRODUCT BEING MAINTAINED IS SKIPPED - ITS OWN OLD BAND
      * IS NOT AN OVERLAP - AND ONLY ACTIVE BANDS COUNT
       3025-READ-NEXT-PRODUCT.
            EXEC CICS READNEXT
                 FILE('CIPRODCT')
                 INTO(CIPRODCT-REC)
                 RIDFLD(WS-BROWSE-KEY)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3025-READ-NEXT-PRODUCT-EXIT
            END-IF
            IF CIPRODCT-CODE = WS-KEY-CODE
            OR NOT CIPRODCT-ACTIVE
               GO TO 3025-READ-NEXT-PRODUCT-EXIT
            END-IF
            IF CIPRODCT-LIMIT-LOW NOT > WS-CHK-HIGH
            AND CIPRODCT-LIMIT-HIGH NOT < WS-CHK-LOW
               SET WS-OVERLAP TO TRUE
               MOVE CIPRODCT-CODE TO WS-OVERLAP-CODE
               SET WS-BROWSE-DONE TO TRUE
            END-IF
            .
       3025-READ-NEXT-PRODUCT-EXIT.
            EXIT.
      *
       3030-SEND-MAP.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            EVALUATE TRUE
                WHEN WS-MAP-ERASE
                     EXEC CICS SEND
                          MAP('CICM24')
                          MAPSET('CICM24')
                          FROM(CICM24O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM24')
                          MAPSET('CICM24')
                          FROM(CICM24O)
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
            EXEC CICS RETURN TRANSID('CIBR')
                      COMMAREA(WS-ENTER-FLAG)
            END-EXEC
            .
       5020-RETURN-TRANS-EXIT.
            EXIT.
