       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCM17.
      *****************************************************************
      * CIOCCIMN - CLIENT PROGRAM
      *
      * DOCUMENT REVIEW DECISION ON CIC0012O APPLICATIONS HELD AT
      * PENDING-REVIEW. SHOWS THE CUSTOMER ID, DECLARED SALARY AND
      * EMPLOYER TO CHECK AGAINST THE SUPPORTING DOCUMENTS, AND LETS
      * A REVIEWER KEY CIC0012O-REVIEW-RESULT/REFUSE-REASON/COMMENT.
      * AN APPROVAL MOVES THE APPLICATION ON TO PENDING-CREINV, WHERE
      * CIOCCB07 SUBMITS IT TO THE BUREAU; A REFUSAL SETS IT STRAIGHT
      * TO DECLINED SO CIOCCB03 CUTS THE DECLINE LETTER.
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
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCM17 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCM17'.
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
       COPY CICM17.
      *MAP CONTROL
       COPY DFHBMSCA.
      *CICS FUNCTION KEYS
       COPY DFHAID.
      *CIC0012O APPLICATION RECORD
       COPY CIC0012O.
      *WORK QUEUE ASSIGNMENT RECORD
       COPY CIWRKQ.
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
      * LOCAL COPY OF THE SD00WS COMMAREA: THE MENU ROUTES IN WITH
      * ONLY THE 4-BYTE TRANSID AND A FRESH TRANSID START HAS NO
      * COMMAREA AT ALL, SO THE SCREEN STASHES AND RETURNS THROUGH
      * THIS WORKING-STORAGE IMAGE AND ONLY COPIES THE LINKAGE AREA
      * IN WHEN A FULL-LENGTH ONE ARRIVED
       01 WS-COMM-SAVE.
          05 WS-CS-ENTER-FLAG      PIC X(01) VALUE SPACE.
             88 WS-CS-SECONDENTER  VALUE '1'.
          05 WS-CS-SAVE-DATA       PIC X(40) VALUE SPACES.
          05 WS-CS-SAVE-TIME       PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-ASSIGNED-X         PIC X(13) VALUE SPACES.
      * ALPHANUMERIC BROWSE KEY SO LOW-VALUES CAN BE SET FOR THE
      * FORWARD BROWSE (THE RECORD KEY ITSELF IS NUMERIC)
       01 WS-BROWSE-ID          PIC X(13).
       01 WS-BROWSE-DONE-SW     PIC X(1).
          88 WS-BROWSE-DONE     VALUE 'Y'.
       01 WS-ELIG-SW            PIC X(1).
          88 WS-ELIGIBLE        VALUE 'Y'.
       01 WS-BEST-WORK.
          05 WS-BEST-ID         PIC 9(13).
          05 WS-BEST-DATE       PIC X(10).
          05 WS-BEST-TIME       PIC X(05).
          05 WS-BEST-FOUND-SW   PIC X(1).
             88 WS-BEST-FOUND   VALUE 'Y'.
      *STATUS TRANSITION JOURNAL RECORD
       COPY CISTJNL.
       01 WS-JNL-OLD-STATUS     PIC 9(03).
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
               MOVE LOW-VALUES TO CICM17O
               SET WS-MAP-ERASE TO TRUE
               PERFORM 3030-SEND-MAP
                  THRU 3030-SEND-MAP-EXIT
      * NOT FIRST SHOW
            ELSE
               IF EIBCALEN = LENGTH OF WS-COMM-SAVE
                  MOVE DFHCOMMAREA TO WS-COMM-SAVE
               END-IF
               IF WS-CS-SECONDENTER
                  MOVE LOW-VALUES TO CICM17I
                  EXEC CICS RECEIVE MAP('CICM17')
                                   MAPSET('CICM17')
                                   INTO(CICM17I)
                                   RESP(WS-RESP-CODE)
                  END-EXEC
                  MOVE WS-CS-SAVE-DATA(1:13) TO WS-ASSIGNED-X
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
                WHEN DFHPF5
                     PERFORM 3015-GET-NEXT-PENDING
                        THRU 3015-GET-NEXT-PENDING-EXIT
                WHEN DFHPF3
                     PERFORM 3025-RELEASE-ASSIGNMENT
                        THRU 3025-RELEASE-ASSIGNMENT-EXIT
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
                     PERFORM 3025-RELEASE-ASSIGNMENT
                        THRU 3025-RELEASE-ASSIGNMENT-EXIT
                     EXEC CICS
                           SEND CONTROL
                           CURSOR
                           ERASE
                           FREEKB
                           ALARM
                     END-EXEC
                     PERFORM 5010-RETURN THRU 5010-RETURN-EXIT
                WHEN DFHPF9
                     MOVE LOW-VALUES TO CICM17O
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
            IF IDNOL = 0 AND WS-ASSIGNED-X NOT = SPACES
               MOVE WS-ASSIGNED-X TO IDNOI
               MOVE 13 TO IDNOL
            END-IF
            IF IDNOL = 0
               MOVE 'APPLICATION ID CAN NOT BE EMPTY' TO MSGO
               SET WS-MAP-DATAONLY TO TRUE
               PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            ELSE
               IF RSLTI NOT = 900 AND RSLTI NOT = 910
                  MOVE 'RESULT MUST BE 900 (APPROVE) OR 910 (REFUSE)'
                       TO MSGO
                  SET WS-MAP-DATAONLY TO TRUE
                  PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
               ELSE
                  IF RSLTI = 910 AND RFSNI = 0
                     MOVE 'REFUSE REASON REQUIRED WHEN DECLINING'
                          TO MSGO
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                  ELSE
                     PERFORM 3022-CHECK-REFUSE-REASON
                        THRU 3022-CHECK-REFUSE-REASON-EXIT
                     IF NOT WS-REASON-OK
                        SET WS-MAP-DATAONLY TO TRUE
                        PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                     ELSE
                        PERFORM 3020-REVIEW-DECISION-ENTRY
                           THRU 3020-REVIEW-DECISION-ENTRY-EXIT
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
      *
       3010-CHECK-INPUT-EXIT.
            EXIT.
      *
      * GET-NEXT-PENDING: WALKS THE FILE FOR THE OLDEST APPLICATION
      * AT THIS SCREEN'S STAGE THAT IS NOT ASSIGNED TO ANOTHER
      * OPERATOR, THEN CLAIMS IT IN CIWRKQ SO A SECOND REVIEWER
      * PRESSING THE SAME KEY GETS THE NEXT ONE INSTEAD.
       3015-GET-NEXT-PENDING.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            MOVE 'N' TO WS-BROWSE-DONE-SW
            MOVE 'N' TO WS-BEST-FOUND-SW
            MOVE LOW-VALUES TO WS-BROWSE-ID
            EXEC CICS STARTBR
                 FILE('CIC0012O')
                 RIDFLD(WS-BROWSE-ID)
                 GTEQ
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 3016-SCAN-ONE-CANDIDATE
                  THRU 3016-SCAN-ONE-CANDIDATE-EXIT
                 UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('CIC0012O')
                    RESP(WS-RESP-CODE)
               END-EXEC
            END-IF
            IF WS-BEST-FOUND
               PERFORM 3018-ASSIGN-APPLICATION
                  THRU 3018-ASSIGN-APPLICATION-EXIT
            ELSE
               MOVE 'NO PENDING APPLICATIONS AT THIS STAGE' TO MSGO
            END-IF
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            .
       3015-GET-NEXT-PENDING-EXIT.
            EXIT.
      *
       3016-SCAN-ONE-CANDIDATE.
            EXEC CICS READNEXT
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(WS-BROWSE-ID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
            ELSE
               IF CIC0012O-PENDING-REVIEW
                  MOVE 'N' TO WS-ELIG-SW
                  MOVE CIC0012O-ID TO CIWRKQ-APPL-ID
                  EXEC CICS READ
                       FILE('CIWRKQ')
                       INTO(CIWRKQ-REC)
                       RIDFLD(CIWRKQ-APPL-ID)
                       RESP(WS-RESP-CODE)
                  END-EXEC
                  EVALUATE WS-RESP-CODE
                      WHEN DFHRESP(NOTFND)
                           SET WS-ELIGIBLE TO TRUE
                      WHEN DFHRESP(NORMAL)
                           IF CIWRKQ-OPID = EIBOPID
                              SET WS-ELIGIBLE TO TRUE
                           END-IF
                  END-EVALUATE
                  IF WS-ELIGIBLE
                     PERFORM 3017-KEEP-IF-OLDEST
                        THRU 3017-KEEP-IF-OLDEST-EXIT
                  END-IF
               END-IF
            END-IF
            .
       3016-SCAN-ONE-CANDIDATE-EXIT.
            EXIT.
      *
       3017-KEEP-IF-OLDEST.
            IF NOT WS-BEST-FOUND
            OR CIC0012O-LAST-DATE < WS-BEST-DATE
            OR (CIC0012O-LAST-DATE = WS-BEST-DATE
                AND CIC0012O-LAST-TIME < WS-BEST-TIME)
               MOVE CIC0012O-ID        TO WS-BEST-ID
               MOVE CIC0012O-LAST-DATE TO WS-BEST-DATE
               MOVE CIC0012O-LAST-TIME TO WS-BEST-TIME
               SET WS-BEST-FOUND TO TRUE
            END-IF
            .
       3017-KEEP-IF-OLDEST-EXIT.
            EXIT.
      *
       3018-ASSIGN-APPLICATION.
            INITIALIZE CIWRKQ-REC
            MOVE WS-BEST-ID   TO CIWRKQ-APPL-ID
            MOVE EIBOPID      TO CIWRKQ-OPID
            MOVE WS-DATEOUT   TO CIWRKQ-DATE
            MOVE WS-TIMEOUT   TO CIWRKQ-TIME
            EXEC CICS READ
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(CIWRKQ-APPL-ID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CIC0012O FILE ERROR!' TO MSGO
            ELSE
               MOVE CIC0012O-STATUS TO CIWRKQ-STAGE
               EXEC CICS WRITE
                    FILE('CIWRKQ')
                    FROM(CIWRKQ-REC)
                    RIDFLD(CIWRKQ-APPL-ID)
                    RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE WS-RESP-CODE
                   WHEN DFHRESP(NORMAL)
                        MOVE CIWRKQ-APPL-ID TO WS-ASSIGNED-X
                        PERFORM 3021-SHOW-APPLICATION
                           THRU 3021-SHOW-APPLICATION-EXIT
                        MOVE 'APPLICATION ASSIGNED - KEY DECISION'
                             TO MSGO
                   WHEN DFHRESP(DUPREC)
      * EITHER ALREADY OURS FROM AN EARLIER GET-NEXT, OR ANOTHER
      * OPERATOR CLAIMED IT BETWEEN THE SCAN AND THE WRITE
                        EXEC CICS READ
                             FILE('CIWRKQ')
                             INTO(CIWRKQ-REC)
                             RIDFLD(CIWRKQ-APPL-ID)
                             RESP(WS-RESP-CODE)
                        END-EXEC
                        IF WS-RESP-CODE = DFHRESP(NORMAL)
                        AND CIWRKQ-OPID = EIBOPID
                           MOVE CIWRKQ-APPL-ID TO WS-ASSIGNED-X
                           PERFORM 3021-SHOW-APPLICATION
                              THRU 3021-SHOW-APPLICATION-EXIT
                           MOVE 'APPLICATION ASSIGNED - KEY DECISION'
                             TO MSGO
                        ELSE
                           MOVE 'APPLICATION TAKEN - PRESS PF5 AGAIN'
                                TO MSGO
                        END-IF
                   WHEN OTHER
                        MOVE 'CIWRKQ FILE ERROR!' TO MSGO
               END-EVALUATE
            END-IF
            .
       3018-ASSIGN-APPLICATION-EXIT.
            EXIT.
      *
      * A DOCUMENT REVIEW DECISION NEEDS THE REVIEW AUTHORITY
       3019-CHECK-AUTHORITY.
            SET WS-AUTH-OK TO TRUE
            MOVE 'REVW' TO WS-AUTH-FUNC
            MOVE EIBOPID TO CIOPPROF-OPID
            EXEC CICS READ
                 FILE('CIOPPROF')
                 INTO(CIOPPROF-REC)
                 RIDFLD(CIOPPROF-OPID)
                 RESP(WS-RESP-CODE)
            END-EXEC
            IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
            OR NOT CIOPPROF-REVIEW-AUTH
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NOT AUTHORIZED FOR DOCUMENT REVIEW' TO MSGO
               MOVE 'REVIEW DECISION REFUSED' TO WS-AUTH-DETAIL
               PERFORM 3029-LOG-AUTH-REFUSAL
                  THRU 3029-LOG-AUTH-REFUSAL-EXIT
            END-IF
            .
       3019-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
       3020-REVIEW-DECISION-ENTRY.
            MOVE IDNOI TO CIC0012O-ID
            EXEC CICS READ
                 FILE('CIC0012O')
                 INTO(CIC0012O-REC)
                 RIDFLD(CIC0012O-ID)
                 UPDATE
                 RESP(WS-RESP-CODE)
            END-EXEC
            EVALUATE WS-RESP-CODE
                WHEN DFHRESP(NORMAL)
                     PERFORM 3021-SHOW-APPLICATION
                        THRU 3021-SHOW-APPLICATION-EXIT
                     IF NOT CIC0012O-PENDING-REVIEW
                        MOVE 'APPLICATION NOT AWAITING DOCUMENT REVIEW'
                             TO MSGO
                        EXEC CICS UNLOCK
                             FILE('CIC0012O')
                        END-EXEC
                        GO TO 3020-SEND-AND-EXIT
                     END-IF
                     PERFORM 3019-CHECK-AUTHORITY
                        THRU 3019-CHECK-AUTHORITY-EXIT
                     IF NOT WS-AUTH-OK
                        EXEC CICS UNLOCK
                             FILE('CIC0012O')
                        END-EXEC
                        GO TO 3020-SEND-AND-EXIT
                     END-IF
                     MOVE CIC0012O-STATUS TO WS-JNL-OLD-STATUS
                     MOVE EIBOPID      TO CIC0012O-REVIEW-ID
                     MOVE SYSDO        TO CIC0012O-REVIEW-DATE
                     MOVE RSLTI        TO CIC0012O-REVIEW-RESULT
                     MOVE RFSNI        TO CIC0012O-REVIEW-REFUSE-REASON
                     MOVE CMNTI        TO CIC0012O-REVIEW-COMMENT
                     MOVE SYSDO        TO CIC0012O-LAST-DATE
                     IF RSLTI = 900
                        SET CIC0012O-PENDING-CREINV TO TRUE
                     ELSE
                        SET CIC0012O-DECLINED TO TRUE
                     END-IF
                     EXEC CICS REWRITE
                          FILE('CIC0012O')
                          FROM(CIC0012O-REC)
                          RESP(WS-RESP-CODE)
                     END-EXEC
                     IF RSLTI = 900
                        MOVE 'REVIEW PASSED - SENT TO INVESTIGATION'
                             TO MSGO
                     ELSE
                        MOVE 'APPLICATION DECLINED AT DOCUMENT REVIEW'
                             TO MSGO
                     END-IF
                     IF WS-ASSIGNED-X = IDNOI
                        PERFORM 3025-RELEASE-ASSIGNMENT
                           THRU 3025-RELEASE-ASSIGNMENT-EXIT
                     END-IF
                     PERFORM 3023-WRITE-STATUS-JOURNAL
                        THRU 3023-WRITE-STATUS-JOURNAL-EXIT
                WHEN DFHRESP(NOTFND)
                     MOVE 'INVALID APPLICATION ID!' TO MSGO
                WHEN OTHER
                     MOVE 'CIC0012O FILE ERROR!' TO MSGO
            END-EVALUATE
            .
       3020-SEND-AND-EXIT.
            SET WS-MAP-DATAONLY TO TRUE
            PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
            .
       3020-REVIEW-DECISION-ENTRY-EXIT.
            EXIT.
      *
       3021-SHOW-APPLICATION.
            MOVE CIC0012O-ID                TO IDNOO
            MOVE CIC0012O-NAME              TO NAMEO
            MOVE CIC0012O-CUST-ID-TYPE      TO IDTYO
            MOVE CIC0012O-CUST-ID-NUMBER    TO IDNMO
            MOVE CIC0012O-ANNUAL-SALARY     TO SALYO
            MOVE CIC0012O-COMPANY-NAME      TO COMPO
            .
       3021-SHOW-APPLICATION-EXIT.
            EXIT.
      *
      * A REFUSAL MUST CARRY A CODE ON THE CIREASON DECLIN LIST SO
      * THE DECLINE LETTER CAN PRINT ITS DESCRIPTION
       3022-CHECK-REFUSE-REASON.
            SET WS-REASON-OK TO TRUE
            IF RSLTI = 910
               MOVE 'DECLIN' TO CIREASON-CONTEXT
               MOVE RFSNI    TO CIREASON-CODE
               EXEC CICS READ
                    FILE('CIREASON')
                    INTO(CIREASON-REC)
                    RIDFLD(CIREASON-KEY)
                    RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE WS-RESP-CODE
                   WHEN DFHRESP(NORMAL)
                        CONTINUE
                   WHEN DFHRESP(NOTFND)
                        MOVE 'N' TO WS-REASON-OK-SW
                        MOVE 'REFUSE REASON NOT ON DECLIN LIST'
                             TO MSGO
                   WHEN OTHER
                        MOVE 'N' TO WS-REASON-OK-SW
                        MOVE 'CIREASON FILE ERROR!' TO MSGO
               END-EVALUATE
            END-IF
            .
       3022-CHECK-REFUSE-REASON-EXIT.
            EXIT.
      *
       3023-WRITE-STATUS-JOURNAL.
            PERFORM 1010-ASK-TIME-DATE
               THRU 1010-ASK-TIME-DATE-EXIT
            INITIALIZE CISTJNL-REC
            MOVE CIC0012O-ID       TO CISTJNL-APPL-ID
            MOVE WS-DATEOUT        TO CISTJNL-DATE
            MOVE WS-TIMEOUT        TO CISTJNL-TIME
            MOVE 1                 TO CISTJNL-SEQ
            MOVE WS-JNL-OLD-STATUS TO CISTJNL-OLD-STATUS
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
       3023-WRITE-STATUS-JOURNAL-EXIT.
            EXIT.
      *
      * DROPS THIS OPERATOR'S CIWRKQ CLAIM, IF ONE IS STILL HELD
       3025-RELEASE-ASSIGNMENT.
            IF WS-ASSIGNED-X NOT = SPACES
               MOVE WS-ASSIGNED-X TO CIWRKQ-APPL-ID
               EXEC CICS READ
                    FILE('CIWRKQ')
                    INTO(CIWRKQ-REC)
                    RIDFLD(CIWRKQ-APPL-ID)
                    UPDATE
                    RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                  IF CIWRKQ-OPID = EIBOPID
                     EXEC CICS DELETE
                          FILE('CIWRKQ')
                          RESP(WS-RESP-CODE)
                     END-EXEC
                  ELSE
                     EXEC CICS UNLOCK
                          FILE('CIWRKQ')
                     END-EXEC
                  END-IF
               END-IF
               MOVE SPACES TO WS-ASSIGNED-X
            END-IF
            .
       3025-RELEASE-ASSIGNMENT-EXIT.
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
                          MAP('CICM17')
                          MAPSET('CICM17')
                          FROM(CICM17O)
                          ERASE
                     END-EXEC
                WHEN WS-MAP-DATAONLY
                     EXEC CICS SEND
                          MAP('CICM17')
                          MAPSET('CICM17')
                          FROM(CICM17O)
                          DATAONLY
                     END-EXEC
            END-EVALUATE
            MOVE '1' TO WS-ENTER-FLAG
            MOVE SPACES TO WS-CS-SAVE-DATA
            MOVE WS-ASSIGNED-X TO WS-CS-SAVE-DATA(1:13)
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
            MOVE WS-ENTER-FLAG TO WS-CS-ENTER-FLAG
            EXEC CICS RETURN TRANSID('CIBK')
                      COMMAREA(WS-COMM-SAVE)
            END-EXEC
            .
       5020-RETURN-TRANS-EXIT.
            EXIT.
