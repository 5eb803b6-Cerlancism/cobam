       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCM22.
      *****************************************************************
      * CIOCCIMN - CLIENT PROGRAM
      *
      * APPLICANT WITHDRAWAL OF AN OPEN CREDIT APPLICATION. WHEN THE
      * APPLICANT CALLS TO CANCEL, THE OPERATOR KEYS THE APPLICATION
      * ID AND:
      *   B - SHOWS THE APPLICANT, STATUS AND STAGE,
      *   W - WITHDRAWS IT WITH A CIREASON WDRAWL REASON CODE.
      * ONLY AN OPEN STAGE (100-130) CAN BE WITHDRAWN. THE STATUS
      * GOES TO WITHDRAWN (920) WITH THE OPERATOR, DATE, REASON AND
      * THE STAGE IT LEFT; THE MOVE IS JOURNALLED TO CISTJNL, ANY
      * CIWRKQ SIGN-OFF CLAIM IS RELEASED AND EVERY OPEN CICTWRK
      * CONTACT REPAIR ITEM OF THE APPLICATION IS CLOSED. THE
      * LETTER-DATE IS LEFT BLANK SO THE NIGHTLY CIOCCB03 RUN CUTS
      * THE WITHDRAWAL ACKNOWLEDGEMENT AND ITS WDRN NOTIFICATION.
      * THE WITHDRAWAL NEEDS THE CIOPPROF WDRAW AUTHORITY; A REFUSAL
      * IS LOGGED TO TD QUEUE 'CIAL'.
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
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCM22 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCM22'.
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
       COPY CICM22.
      *MAP CONTROL
       COPY DFHBMSCA.
      *CICS FUNCTION KEYS
       COPY DFHAID.
      *CIC0012O APPLICATION RECORD
       COPY CIC0012O.
      *STATUS TRANSITION JOURNAL RECORD
       COPY CISTJNL.
      *SIGN-OFF WORK QUEUE ASSIGNMENT RECORD
       COPY CIWRKQ.
      *CONTACT REPAIR WORK ITEM RECORD
       COPY CICTWRK.
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
       01 WS-REASON-OK-SW       PIC X(1).
          88 WS-REASON-OK       VALUE 'Y'.
       01 WS-BROWSE-DONE-SW     PIC X(1).
          88 WS-BROWSE-DONE     VALUE 'Y'.
       01 WS-OLD-STATUS         PIC 9(03).
       01 WS-CT-BROWSE-KEY.
          05 WS-CK-APPL-ID      PIC 9(13).
          05 WS-CK-TEMPLATE     PIC X(04).
      * OPEN CONTACT REPAIR ITEMS ARE COLLECTED DURING THE BROWSE AND
      * CLOSED AFTER IT; THERE IS AT MOST ONE PER TEMPLATE
       01 WS-CT-LIMIT           PIC 9(02) VALUE 10.
       01 WS-CT-TABLE.
          05 WS-CT-COUNT        PIC 9(02).
          05 WS-CT-TEMPLATE     PIC X(04) OCCURS 10 TIMES
                                INDEXED BY WS-CTX.
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
               MOVE LOW-VALUES TO CICM22O
               SET WS-MAP-ERASE TO TRUE
               PERFORM 3030-SEND-MAP
                  THRU 3030-SEND-MAP-EXIT
      * NOT FIRST SHOW
            ELSE
               IF SDCA-CICS-SECONDENTER
                  MOVE LOW-VALUES TO CICM22I
                  EXEC CICS RECEIVE MAP('CICM22')
                                   MAPSET('CICM22')
                                   INTO(CICM22I)
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
                     MOVE LOW-VALUES TO CICM22O
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
                           PERFORM 3020-SHOW-APPLICATION
                              THRU 3020-SHOW-APPLICATION-EXIT
                      WHEN 'W'
                           IF RSNCL = 0 OR RSNCI IS NOT NUMERIC
                              MOVE 'WITHDRAWAL REASON IS REQUIRED'
                                   TO MSGO
                           ELSE
                              PERFORM 3019-CHECK-AUTHORITY
                                 THRU 3019-CHECK-AUTHORITY-EXIT
                              IF WS-AUTH-OK
                                 PERFORM 3040-WITHDRAW-APPLICATION
                                    THRU 3040-WITHDRAW-APPLICATION-EXIT
                              END-IF
                           END-IF
                           SET WS-MAP-DATAONLY TO TRUE
                           PERFORM 3030-SEND-MAP
                              THRU 3030-SEND-MAP-EXIT
                      WHEN OTHER
                           MOVE 'ACTION MUST BE B OR W' TO MSGO
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
      * ONLY THE WITHDRAWAL IS GUARDED; ANY OPERATOR MAY LOOK
       3019-CHECK-AUTHORITY.
            SET WS-AUTH-OK TO TRUE
            MOVE 'WDRW' TO WS-AUTH-FUNC
            MOVE EIBOPID TO CIOPPROF-OPID
            EXEC CICS READ
                 FILE('CIOPPROF')
                 INTO(CIOPPROF-REC)
                 RIDFLD(CIOPPROF-OPID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
            OR NOT CIOPPROF-WDRAW-AUTH
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NOT AUTHORIZED TO WITHDRAW' TO MSGO
               MOVE 'APPLICATION WITHDRAWAL REFUSED' TO WS-AUTH-DETAIL
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3019-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
       3020-SHOW-APPLICATION.
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
                     EVALUATE TRUE
                         WHEN CIC0012O-STATUS < 900
                              MOVE 'KEY REASON AND ACTION W TO WITHDRAW'
                                   TO MSGO
                         WHEN CIC0012O-WITHDRAWN
                              MOVE 'APPLICATION ALREADY WITHDRAWN'
                                   TO MSGO
                         WHEN OTHER
                              MOVE 'APPLICATION IS ALREADY CLOSED'
                                   TO MSGO
                     END-EVALUATE
                WHEN DFHRESP(NOTFND)
                     MOVE 'APPLICATION NOT ON FILE' TO MSGO
                WHEN OTHER
                     MOVE 'CIC0012O FILE ERROR!' TO MSGO
            END-EVALUATE
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            .
       3020-SHOW-APPLICATION-EXIT.
            EXIT.
      *
       3021-FILL-CURRENT.
            MOVE CIC0012O-NAME   TO NAMEO
            MOVE CIC0012O-STATUS TO ASTSO
            EVALUATE TRUE
                WHEN CIC0012O-PENDING-INTCHK
                     MOVE 'PENDING INTCHK'      TO STGLO
                WHEN CIC0012O-PENDING-REVIEW
                     MOVE 'PENDING REVIEW'      TO STGLO
                WHEN CIC0012O-PENDING-CREINV
                     MOVE 'PENDING CREINV'      TO STGLO
                WHEN CIC0012O-PENDING-SUPV
                     MOVE 'PENDING SUPV'        TO STGLO
                WHEN CIC0012O-PENDING-MANCRE
                     MOVE 'PENDING MANCRE'      TO STGLO
                WHEN CIC0012O-APPROVED
                     MOVE 'APPROVED'            TO STGLO
                WHEN CIC0012O-DECLINED
                     MOVE 'DECLINED'            TO STGLO
                WHEN CIC0012O-WITHDRAWN
                     MOVE 'WITHDRAWN'           TO STGLO
                WHEN OTHER
                     MOVE 'OTHER/UNKNOWN'       TO STGLO
            END-EVALUATE
            IF CIC0012O-WITHDRAWN
               MOVE CIC0012O-WDRAW-REASON TO RSNCO
               MOVE 'WDRAWL'              TO CIREASON-CONTEXT
               MOVE CIC0012O-WDRAW-REASON TO CIREASON-CODE
               EXEC CICS READ
                    FILE('CIREASON')
                    INTO(CIREASON-REC)
                    RIDFLD(CIREASON-KEY)
                    RESP(WS-RESP2-CODE)
               END-EXEC
               IF WS-RESP2-CODE = DFHRESP(NORMAL)
                  MOVE CIREASON-SHORT-DESC TO RSNDO
               END-IF
            END-IF
            .
       3021-FILL-CURRENT-EXIT.
            EXIT.
      *
      * THE WITHDRAWAL REASON MUST BE ON THE CIREASON WDRAWL LIST
       3022-CHECK-REASON.
            SET WS-REASON-OK TO TRUE
            MOVE 'WDRAWL' TO CIREASON-CONTEXT
            MOVE RSNCI    TO CIREASON-CODE
            EXEC CICS READ
                 FILE('CIREASON')
                 INTO(CIREASON-REC)
                 RIDFLD(CIREASON-KEY)
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     MOVE CIREASON-SHORT-DESC TO RSNDO
                WHEN DFHRESP(NOTFND)
                     MOVE 'N' TO WS-REASON-OK-SW
                     MOVE 'REASON NOT ON WDRAWL LIST' TO MSGO
                WHEN OTHER
                     MOVE 'N' TO WS-REASON-OK-SW
                     MOVE 'CIREASON FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3022-CHECK-REASON-EXIT.
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
                          MAP('CICM22')
                          MAPSET('CICM22')
                          FROM(CICM22O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM22')
                          MAPSET('CICM22')
                          FROM(CICM22O)
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
      * THE APPLICATION CLOSES AS WITHDRAWN; THE CLAIM AND CONTACT
      * REPAIR CLEAN-UP FOLLOW ONLY ONCE THE REWRITE HAS LANDED
       3040-WITHDRAW-APPLICATION.
            PERFORM 3022-CHECK-REASON
               THRU 3022-CHECK-REASON-EXIT
            IF NOT WS-REASON-OK
               GO TO 3040-WITHDRAW-APPLICATION-EXIT
            END-IF
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
                     GO TO 3040-WITHDRAW-APPLICATION-EXIT
                WHEN OTHER
                     MOVE 'CIC0012O FILE ERROR!' TO MSGO
                     GO TO 3040-WITHDRAW-APPLICATION-EXIT
            END-EVALUATE
            IF NOT (CIC0012O-PENDING-INTCHK
                 OR CIC0012O-PENDING-REVIEW
                 OR CIC0012O-PENDING-CREINV
                 OR CIC0012O-PENDING-SUPV
                 OR CIC0012O-PENDING-MANCRE)
               EXEC CICS UNLOCK
                    FILE('CIC0012O')
               END-EXEC
               PERFORM 3021-FILL-CURRENT
                  THRU 3021-FILL-CURRENT-EXIT
               MOVE 'ONLY AN OPEN APPLICATION CAN WITHDRAW'
                    TO MSGO
               GO TO 3040-WITHDRAW-APPLICATION-EXIT
            END-IF
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            MOVE CIC0012O-STATUS TO WS-OLD-STATUS
            MOVE EIBOPID         TO CIC0012O-WDRAW-ID
            MOVE WS-DATEOUT      TO CIC0012O-WDRAW-DATE
            MOVE RSNCI           TO CIC0012O-WDRAW-REASON
            MOVE WS-OLD-STATUS   TO CIC0012O-WDRAW-FROM-STATUS
            MOVE WS-DATEOUT      TO CIC0012O-LAST-DATE
            SET CIC0012O-WITHDRAWN TO TRUE
            EXEC CICS REWRITE
                 FILE('CIC0012O')
                 FROM(CIC0012O-REC)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CIC0012O FILE ERROR!' TO MSGO
               GO TO 3040-WITHDRAW-APPLICATION-EXIT
            END-IF
            PERFORM 3050-WRITE-STATUS-JOURNAL
               THRU 3050-WRITE-STATUS-JOURNAL-EXIT
            PERFORM 3060-RELEASE-ASSIGNMENT
               THRU 3060-RELEASE-ASSIGNMENT-EXIT
            PERFORM 3070-CLOSE-CONTACT-ITEMS
               THRU 3070-CLOSE-CONTACT-ITEMS-EXIT
            PERFORM 3021-FILL-CURRENT
               THRU 3021-FILL-CURRENT-EXIT
            MOVE 'APPLICATION WITHDRAWN' TO MSGO
            .
       3040-WITHDRAW-APPLICATION-EXIT.
            EXIT.
      *
       3050-WRITE-STATUS-JOURNAL.
            INITIALIZE CISTJNL-REC
            MOVE CIC0012O-ID       TO CISTJNL-APPL-ID
            MOVE WS-DATEOUT        TO CISTJNL-DATE
            MOVE WS-TIMEOUT        TO CISTJNL-TIME
            MOVE 1                 TO CISTJNL-SEQ
            MOVE WS-OLD-STATUS     TO CISTJNL-OLD-STATUS
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
       3050-WRITE-STATUS-JOURNAL-EXIT.
            EXIT.
      *
      * A SIGN-OFF CLAIM ON A WITHDRAWN APPLICATION IS DROPPED
      * WHOEVER HOLDS IT; NO CLAIM ON FILE IS NOT AN ERROR
       3060-RELEASE-ASSIGNMENT.
            MOVE CIC0012O-ID TO CIWRKQ-APPL-ID
            EXEC CICS DELETE
                 FILE('CIWRKQ')
                 RIDFLD(CIWRKQ-APPL-ID)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            .
       3060-RELEASE-ASSIGNMENT-EXIT.
            EXIT.
      *
      * THERE IS NOTHING LEFT TO NOTIFY ON A WITHDRAWN APPLICATION,
      * SO ITS OPEN CONTACT REPAIR ITEMS CLOSE UNDER THIS OPERATOR
       3070-CLOSE-CONTACT-ITEMS.
            MOVE ZERO TO WS-CT-COUNT
            MOVE 'N' TO WS-BROWSE-DONE-SW
            MOVE CIC0012O-ID TO WS-CK-APPL-ID
            MOVE LOW-VALUES  TO WS-CK-TEMPLATE
            EXEC CICS STARTBR
                 FILE('CICTWRK')
                 RIDFLD(WS-CT-BROWSE-KEY)
                 GTEQ
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE = DFHRESP(NORMAL)
               PERFORM 3071-READ-NEXT-ITEM
                  THRU 3071-READ-NEXT-ITEM-EXIT
                 UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('CICTWRK')
                    RESP(WS-RESP2-CODE)
               END-EXEC
            END-IF
            PERFORM 3072-CLOSE-ONE-ITEM
               THRU 3072-CLOSE-ONE-ITEM-EXIT
               VARYING WS-CTX FROM 1 BY 1
                 UNTIL WS-CTX > WS-CT-COUNT
            .
       3070-CLOSE-CONTACT-ITEMS-EXIT.
            EXIT.
      *
       3071-READ-NEXT-ITEM.
            EXEC CICS READNEXT
                 FILE('CICTWRK')
                 INTO(CICTWRK-REC)
                 RIDFLD(WS-CT-BROWSE-KEY)
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE NOT = DFHRESP(NORMAL)
            OR CICTWRK-APPL-ID NOT = CIC0012O-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3071-READ-NEXT-ITEM-EXIT
            END-IF
            IF CICTWRK-OPEN
            AND WS-CT-COUNT < WS-CT-LIMIT
               ADD 1 TO WS-CT-COUNT
               MOVE CICTWRK-TEMPLATE TO WS-CT-TEMPLATE(WS-CT-COUNT)
            END-IF
            .
       3071-READ-NEXT-ITEM-EXIT.
            EXIT.
      *
       3072-CLOSE-ONE-ITEM.
            MOVE CIC0012O-ID             TO CICTWRK-APPL-ID
            MOVE WS-CT-TEMPLATE(WS-CTX)  TO CICTWRK-TEMPLATE
            EXEC CICS READ
                 FILE('CICTWRK')
                 INTO(CICTWRK-REC)
                 RIDFLD(CICTWRK-KEY)
                 UPDATE
                 RESP(WS-RESP2-CODE)
            END-EXEC
            IF WS-RESP2-CODE = DFHRESP(NORMAL)
               SET CICTWRK-CLOSED TO TRUE
               MOVE WS-DATEOUT TO CICTWRK-FIX-DATE
               MOVE EIBOPID    TO CICTWRK-FIX-OPID
               EXEC CICS REWRITE
                    FILE('CICTWRK')
                    FROM(CICTWRK-REC)
                    RESP(WS-RESP2-CODE)
               END-EXEC
            END-IF
            .
       3072-CLOSE-ONE-ITEM-EXIT.
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
            EXEC CICS RETURN TRANSID('CIBP')
                      COMMAREA(WS-ENTER-FLAG)
            END-EXEC
            .
       5020-RETURN-TRANS-EXIT.
            EXIT.
