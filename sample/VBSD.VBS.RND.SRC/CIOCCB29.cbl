       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB29.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * NIGHTLY SEGREGATION-OF-DUTIES REPORT FOR AUDIT. CIOCCM02,
      * CIOCCM03 AND CIOCCM10 REFUSE A DECISION FROM AN OPERATOR
      * WHO ALREADY ACTED AT AN EARLIER STAGE; THIS REPORT IS THE
      * EVIDENCE THAT THE CONTROL HOLDS, AND CATCHES WHAT WAS
      * DECIDED BEFORE IT EXISTED. IT LISTS:
      *   - APPLICATIONS ON CIC0012O WHERE ONE OPERATOR ID FILLS TWO
      *     OF THE INTCHK, REVIEW, CREINV, SUPV AND MANCRE STAGES,
      *   - APPLICATIONS WHERE ONE OPERATOR JOURNALLED TWO DIFFERENT
      *     STAGES ON CISTJNL (CAPTURE AND THE DECISION SCREENS),
      *     WHICH ALSO COVERS ARCHIVED APPLICATIONS AND STAGES SINCE
      *     OVERWRITTEN ON THE RECORD,
      *   - CILIMREQ SIGN-OFFS BY AN OPERATOR WHO ACTED ON THE CARD'S
      *     ORIGINATING APPLICATION,
      *   - SUPERVISOR APPROVALS OF AN APPLICATION OR A LIMIT
      *     INCREASE, AND MANUAL CREDIT APPROVALS OF A FINAL LIMIT
      *     (OVERRIDES INCLUDED), ABOVE THE OPERATOR'S
      *     CIOPPROF-AUTH-LIMIT (AN OPERATOR WITH NO PROFILE HAS NO
      *     AUTHORITY AT ALL).
      * ANY FINDING ENDS THE STEP WITH RETURN CODE 4.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      MANCRE APPROVALS CHECKED AGAINST THE
      *                         REVIEWER'S AUTHORITY LIMIT
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIC0012-FILE ASSIGN TO 'CIC0012O'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIC0012O-ID
               ALTERNATE RECORD KEY CIC0012O-STATUS
                   WITH DUPLICATES
               FILE STATUS WS-CIC0012-STATUS.
           SELECT OPPROF-FILE ASSIGN TO 'CIOPPROF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CIOPPROF-OPID
               FILE STATUS WS-OPPROF-STATUS.
           SELECT JNL-FILE ASSIGN TO 'CISTJNL'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-JNL-STATUS.
           SELECT JNLW-FILE ASSIGN TO 'CISODW1'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-JNLW-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT LIMREQ-FILE ASSIGN TO 'CILIMREQ'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIMREQ-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CISODRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  OPPROF-FILE.
       COPY CIOPPROF.
      *
       FD  JNL-FILE.
       COPY CISTJNL.
      *
       FD  JNLW-FILE.
       01 JNLW-REC.
          05 JNLW-KEY.
             10 JNLW-APPL-ID        PIC 9(13).
             10 JNLW-DATE           PIC X(10).
             10 JNLW-TIME           PIC X(08).
             10 JNLW-SEQ            PIC 9(03).
          05 JNLW-OLD-STATUS        PIC 9(03).
          05 JNLW-NEW-STATUS        PIC 9(03).
          05 JNLW-CHG-PGM           PIC X(08).
          05 JNLW-CHG-OPID          PIC X(08).
      *
       SD  SORT-FILE.
       01 SORT-REC.
          05 SORT-KEY.
             10 SORT-APPL-ID        PIC 9(13).
             10 SORT-DATE           PIC X(10).
             10 SORT-TIME           PIC X(08).
             10 SORT-SEQ            PIC 9(03).
          05 FILLER                 PIC X(22).
      *
       FD  LIMREQ-FILE.
       COPY CILIMREQ.
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB29 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB29'.
       01 WS-FLAGS.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
             88 WS-CIC0012-EOF      VALUE '10'.
          05 WS-OPPROF-STATUS       PIC X(02).
             88 WS-OPPROF-OK        VALUE '00'.
          05 WS-JNL-STATUS          PIC X(02).
             88 WS-JNL-OK           VALUE '00'.
             88 WS-JNL-EOF          VALUE '10'.
             88 WS-JNL-NOFILE       VALUE '35'.
          05 WS-JNLW-STATUS         PIC X(02).
             88 WS-JNLW-OK          VALUE '00'.
             88 WS-JNLW-EOF         VALUE '10'.
          05 WS-LIMREQ-STATUS       PIC X(02).
             88 WS-LIMREQ-OK        VALUE '00'.
             88 WS-LIMREQ-EOF       VALUE '10'.
             88 WS-LIMREQ-NOFILE    VALUE '35'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-CIC0012-EOF-SW      PIC X(01) VALUE 'N'.
             88 WS-CIC0012-DONE     VALUE 'Y'.
          05 WS-JNL-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-JNL-DONE         VALUE 'Y'.
          05 WS-JNLW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-JNLW-DONE        VALUE 'Y'.
          05 WS-LIMREQ-EOF-SW       PIC X(01) VALUE 'N'.
             88 WS-LIMREQ-DONE      VALUE 'Y'.
          05 WS-PROFILE-SW          PIC X(01).
             88 WS-PROFILE-FOUND    VALUE 'Y'.
          05 WS-FOUND-SW            PIC X(01).
             88 WS-FOUND            VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
      * THE FIVE DECISION STAGES STAMPED ON AN APPLICATION, IN
      * WORKFLOW ORDER
       01 WS-STAGE-TABLE.
          05 WS-STAGE-ENTRY OCCURS 5 TIMES.
             10 WS-SG-LABEL         PIC X(08).
             10 WS-SG-OPID          PIC X(08).
       01 WS-SX                     PIC 9(02).
       01 WS-SY                     PIC 9(02).
      * THE PROGRAMS WHOSE CISTJNL ENTRIES ARE A STAGE OF THE
      * APPLICATION; TOUCH ROWS FROM OTHER SCREENS ARE NOT
       01 WS-JPGM-VALUES.
          05 FILLER                 PIC X(16) VALUE 'CIOCCM04CAPTURE'.
          05 FILLER                 PIC X(16) VALUE 'CIOCCM16INTCHK'.
          05 FILLER                 PIC X(16) VALUE 'CIOCCM17REVIEW'.
          05 FILLER                 PIC X(16) VALUE 'CIOCCM18CREINV'.
          05 FILLER                 PIC X(16) VALUE 'CIOCCM03MANCRE'.
       01 WS-JPGM-TABLE REDEFINES WS-JPGM-VALUES.
          05 WS-JPGM-ENTRY OCCURS 5 TIMES INDEXED BY WS-PX.
             10 WS-JP-PGM           PIC X(08).
             10 WS-JP-STAGE         PIC X(08).
      * OPERATOR/STAGE PAIRS SEEN SO FAR ON ONE APPLICATION'S
      * JOURNAL; A FULL TABLE IS A HARD ERROR, NEVER A SILENT DROP
       01 WS-JOP-LIMIT              PIC 9(03) VALUE 50.
       01 WS-JOP-TABLE.
          05 WS-JOP-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-JOP-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-JOP-COUNT
                INDEXED BY WS-JX.
             10 WS-JO-OPID          PIC X(08).
             10 WS-JO-STAGE         PIC X(08).
       01 WS-JNL-STAGE              PIC X(08).
       01 WS-CUR-APPL-ID            PIC 9(13) VALUE ZERO.
       01 WS-CHECK-OPID             PIC X(08).
       01 WS-CHECK-LIMIT            PIC 9(08).
       01 WS-COUNTERS.
          05 WS-TOTAL-APPLS         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-JNL           PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LIMREQ        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-STAGE-PAIRS   PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-JNL-PAIRS     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LIM-PAIRS     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-OVER-AUTH     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-FINDINGS      PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(38) VALUE
             'SEGREGATION OF DUTIES REPORT AS OF '.
          05 WS-H1-DATE             PIC X(10).
       01 WS-COLUMN-HEAD.
          05 FILLER                PIC X(40) VALUE
             'SOURCE   APPLICATION/CARD OPERATOR FINDI'.
          05 FILLER                PIC X(02) VALUE
             'NG'.
      * ONE LINE PER FINDING
       01 WS-DETAIL-LINE.
          05 WS-DL-SOURCE           PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-KEY              PIC X(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-OPID             PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-TEXT             PIC X(45).
       01 WS-PAIR-TEXT.
          05 WS-PT-STAGE1           PIC X(08).
          05 FILLER                 PIC X(05) VALUE ' AND '.
          05 WS-PT-STAGE2           PIC X(08).
       01 WS-AUTH-TEXT.
          05 WS-AT-WHAT             PIC X(08).
          05 WS-AT-LIMIT            PIC ZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(06) VALUE ' AUTH '.
          05 WS-AT-AUTH             PIC ZZ,ZZZ,ZZ9.
          05 WS-AT-NOPROF           PIC X(11).
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL           PIC X(36).
          05 WS-SUM-COUNT           PIC ZZZ,ZZ9.
      *BUSINESS DATE CALL PARAMETER AREA
       01 WS-BUSDATE-AREA.
       COPY CIBDWS.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
      *
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INIT
               THRU 1000-INIT-EXIT
            PERFORM 2000-SCAN-APPLICATIONS
               THRU 2000-SCAN-APPLICATIONS-EXIT
            PERFORM 3000-SORT-JOURNAL
               THRU 3000-SORT-JOURNAL-EXIT
            PERFORM 3100-WALK-JOURNAL
               THRU 3100-WALK-JOURNAL-EXIT
            PERFORM 4000-SCAN-LIMIT-REQUESTS
               THRU 4000-SCAN-LIMIT-REQUESTS-EXIT
            PERFORM 5000-PRINT-TOTALS
               THRU 5000-PRINT-TOTALS-EXIT
            PERFORM 9000-CLEAN-UP
               THRU 9000-CLEAN-UP-EXIT
            STOP RUN
            .
      *
       1000-INIT.
            SET RC-FUNC-START TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE ZERO TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN REFUSED - ' RC-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * THE WORK RECORD MIRRORS CISTJNL-REC, SO A COPYBOOK GROWN
      * WITHOUT THIS PROGRAM ENDS THE RUN HERE
            IF LENGTH OF CISTJNL-REC NOT = LENGTH OF JNLW-REC
               DISPLAY 'CIOCCB29: CISTJNL RECORD LENGTH CHANGED - '
                  'ADJUST WORK RECORD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
            MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
            MOVE '/' TO WS-TODAY-DATE(5:1)
            MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '/' TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)
            SET BD-FUNC-GET TO TRUE
            CALL 'CIOCBDAT' USING WS-BUSDATE-AREA
            IF BD-OK
               MOVE BD-BUS-DATE TO WS-BUS-DATE
            ELSE
               DISPLAY 'CIOCCB29: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
      * WITHOUT THE PROFILES NO AUTHORITY CAN BE CHECKED, AND A
      * REPORT THAT SILENTLY SKIPS THEM IS NO EVIDENCE AT ALL
            OPEN INPUT OPPROF-FILE
            IF NOT WS-OPPROF-OK
               DISPLAY 'CIOCCB29: OPPROF-FILE OPEN FAILED '
                  WS-OPPROF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT CIC0012-FILE
            IF NOT WS-CIC0012-OK
               DISPLAY 'CIOCCB29: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            MOVE WS-BUS-DATE TO WS-H1-DATE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE WS-COLUMN-HEAD TO RPT-REC
            WRITE RPT-REC
            .
       1000-INIT-EXIT.
            EXIT.
      *
       2000-SCAN-APPLICATIONS.
            MOVE ZERO TO CIC0012O-ID
            START CIC0012-FILE KEY IS >= CIC0012O-ID
                INVALID KEY
                    SET WS-CIC0012-DONE TO TRUE
            END-START
            PERFORM UNTIL WS-CIC0012-DONE
               READ CIC0012-FILE NEXT
                   AT END
                       SET WS-CIC0012-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-APPLS
                       PERFORM 2010-CHECK-ONE-APPLICATION
                          THRU 2010-CHECK-ONE-APPLICATION-EXIT
               END-READ
            END-PERFORM
            .
       2000-SCAN-APPLICATIONS-EXIT.
            EXIT.
      *
       2010-CHECK-ONE-APPLICATION.
            PERFORM 2020-LOAD-STAGE-IDS
               THRU 2020-LOAD-STAGE-IDS-EXIT
            MOVE 'CIC0012O'  TO WS-DL-SOURCE
            MOVE SPACES      TO WS-DL-KEY
            MOVE CIC0012O-ID TO WS-DL-KEY(1:13)
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
                    AFTER WS-SY FROM 2 BY 1 UNTIL WS-SY > 5
               IF WS-SY > WS-SX
               AND WS-SG-OPID(WS-SX) NOT = SPACES
               AND WS-SG-OPID(WS-SX) = WS-SG-OPID(WS-SY)
                  MOVE WS-SG-OPID(WS-SX)  TO WS-DL-OPID
                  MOVE WS-SG-LABEL(WS-SX) TO WS-PT-STAGE1
                  MOVE WS-SG-LABEL(WS-SY) TO WS-PT-STAGE2
                  MOVE WS-PAIR-TEXT TO WS-DL-TEXT
                  PERFORM 8000-WRITE-FINDING
                     THRU 8000-WRITE-FINDING-EXIT
                  ADD 1 TO WS-TOTAL-STAGE-PAIRS
               END-IF
            END-PERFORM
      * THE SUPERVISOR SIGN-OFF IS CAPPED AT THE AUTHORITY LIMIT
            IF CIC0012O-SUPV-RESULT = 900
            AND CIC0012O-SUPV-ID NOT = SPACES
               MOVE CIC0012O-SUPV-ID       TO WS-CHECK-OPID
               MOVE CIC0012O-COMPUTE-LIMIT TO WS-CHECK-LIMIT
               MOVE 'SUPV'                 TO WS-AT-WHAT
               PERFORM 2030-CHECK-AUTHORITY
                  THRU 2030-CHECK-AUTHORITY-EXIT
            END-IF
      * SO IS THE FINAL LIMIT A MANUAL CREDIT REVIEWER APPROVED,
      * WHICH AN OVERRIDE MAY HAVE KEYED ABOVE THE SCORECARD
            IF CIC0012O-MANCRE-RESULT = 900
            AND CIC0012O-MANCRE-ID NOT = SPACES
               MOVE CIC0012O-MANCRE-ID     TO WS-CHECK-OPID
               MOVE CIC0012O-FINAL-LIMIT   TO WS-CHECK-LIMIT
               MOVE 'MANCRE'               TO WS-AT-WHAT
               PERFORM 2030-CHECK-AUTHORITY
                  THRU 2030-CHECK-AUTHORITY-EXIT
            END-IF
            .
       2010-CHECK-ONE-APPLICATION-EXIT.
            EXIT.
      *
       2020-LOAD-STAGE-IDS.
            MOVE 'INTCHK'            TO WS-SG-LABEL(1)
            MOVE CIC0012O-INTCHK-ID  TO WS-SG-OPID(1)
            MOVE 'REVIEW'            TO WS-SG-LABEL(2)
            MOVE CIC0012O-REVIEW-ID  TO WS-SG-OPID(2)
            MOVE 'CREINV'            TO WS-SG-LABEL(3)
            MOVE CIC0012O-CREINV-ID  TO WS-SG-OPID(3)
            MOVE 'SUPV'              TO WS-SG-LABEL(4)
            MOVE CIC0012O-SUPV-ID    TO WS-SG-OPID(4)
            MOVE 'MANCRE'            TO WS-SG-LABEL(5)
            MOVE CIC0012O-MANCRE-ID  TO WS-SG-OPID(5)
            .
       2020-LOAD-STAGE-IDS-EXIT.
            EXIT.
      *
      * WS-CHECK-OPID APPROVED WS-CHECK-LIMIT; A LIMIT ABOVE THE
      * PROFILE AUTHORITY, OR NO PROFILE AT ALL, IS A FINDING.
      * WS-DL-SOURCE/KEY AND WS-AT-WHAT ARE SET BY THE CALLER
       2030-CHECK-AUTHORITY.
            MOVE 'N' TO WS-PROFILE-SW
            MOVE WS-CHECK-OPID TO CIOPPROF-OPID
            READ OPPROF-FILE
                INVALID KEY
                    MOVE ZERO TO CIOPPROF-AUTH-LIMIT
                NOT INVALID KEY
                    SET WS-PROFILE-FOUND TO TRUE
            END-READ
            IF WS-PROFILE-FOUND
            AND WS-CHECK-LIMIT NOT > CIOPPROF-AUTH-LIMIT
               GO TO 2030-CHECK-AUTHORITY-EXIT
            END-IF
            MOVE WS-CHECK-LIMIT      TO WS-AT-LIMIT
            MOVE CIOPPROF-AUTH-LIMIT TO WS-AT-AUTH
            IF WS-PROFILE-FOUND
               MOVE SPACES TO WS-AT-NOPROF
            ELSE
               MOVE ' NO PROFILE' TO WS-AT-NOPROF
            END-IF
            MOVE WS-CHECK-OPID TO WS-DL-OPID
            MOVE WS-AUTH-TEXT  TO WS-DL-TEXT
            PERFORM 8000-WRITE-FINDING
               THRU 8000-WRITE-FINDING-EXIT
            ADD 1 TO WS-TOTAL-OVER-AUTH
            .
       2030-CHECK-AUTHORITY-EXIT.
            EXIT.
      *
      * THE JOURNAL IS APPENDED BY EVERY PROGRAM THAT MOVES AN
      * APPLICATION, SO IT IS SORTED BACK INTO KEY ORDER BEFORE
      * THE PER-APPLICATION WALK
       3000-SORT-JOURNAL.
            SORT SORT-FILE
                 ASCENDING KEY SORT-KEY
                 INPUT PROCEDURE 3010-RELEASE-JOURNAL
                    THRU 3010-RELEASE-JOURNAL-EXIT
                 GIVING JNLW-FILE
            .
       3000-SORT-JOURNAL-EXIT.
            EXIT.
      *
       3010-RELEASE-JOURNAL.
            OPEN INPUT JNL-FILE
            IF WS-JNL-NOFILE
               SET WS-JNL-DONE TO TRUE
            ELSE
               IF NOT WS-JNL-OK
                  DISPLAY 'CIOCCB29: JNL-FILE OPEN FAILED '
                     WS-JNL-STATUS
                  SET WS-JNL-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-JNL-DONE
               READ JNL-FILE
                   AT END
                       SET WS-JNL-DONE TO TRUE
                   NOT AT END
                       MOVE CISTJNL-REC TO SORT-REC
                       RELEASE SORT-REC
               END-READ
            END-PERFORM
            IF WS-JNL-OK OR WS-JNL-EOF
               CLOSE JNL-FILE
            END-IF
            .
       3010-RELEASE-JOURNAL-EXIT.
            EXIT.
      *
       3100-WALK-JOURNAL.
            OPEN INPUT JNLW-FILE
            IF NOT WS-JNLW-OK
               DISPLAY 'CIOCCB29: JNLW-FILE OPEN FAILED '
                  WS-JNLW-STATUS
               SET WS-JNLW-DONE TO TRUE
            END-IF
            MOVE ZERO TO WS-CUR-APPL-ID
            PERFORM UNTIL WS-JNLW-DONE
               READ JNLW-FILE
                   AT END
                       SET WS-JNLW-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-JNL
                       IF JNLW-APPL-ID NOT = WS-CUR-APPL-ID
                          MOVE JNLW-APPL-ID TO WS-CUR-APPL-ID
                          MOVE ZERO TO WS-JOP-COUNT
                       END-IF
                       PERFORM 3110-CHECK-ONE-ENTRY
                          THRU 3110-CHECK-ONE-ENTRY-EXIT
               END-READ
            END-PERFORM
            IF WS-JNLW-OK OR WS-JNLW-EOF
               CLOSE JNLW-FILE
            END-IF
            .
       3100-WALK-JOURNAL-EXIT.
            EXIT.
      *
      * A STAGE ENTRY WHOSE OPERATOR ALREADY HOLDS ANOTHER STAGE OF
      * THE SAME APPLICATION IS A FINDING; THE PAIR IS THEN KEPT SO
      * A REPEAT OF EITHER STAGE IS NOT REPORTED AGAIN
       3110-CHECK-ONE-ENTRY.
            IF JNLW-CHG-OPID = SPACES
               GO TO 3110-CHECK-ONE-ENTRY-EXIT
            END-IF
            SET WS-PX TO 1
            SEARCH WS-JPGM-ENTRY
                AT END
                     GO TO 3110-CHECK-ONE-ENTRY-EXIT
                WHEN WS-JP-PGM(WS-PX) = JNLW-CHG-PGM
                     MOVE WS-JP-STAGE(WS-PX) TO WS-JNL-STAGE
            END-SEARCH
            MOVE 'N' TO WS-FOUND-SW
            PERFORM VARYING WS-JX FROM 1 BY 1
                    UNTIL WS-JX > WS-JOP-COUNT
               IF WS-JO-OPID(WS-JX) = JNLW-CHG-OPID
                  IF WS-JO-STAGE(WS-JX) = WS-JNL-STAGE
                     SET WS-FOUND TO TRUE
                  END-IF
               END-IF
            END-PERFORM
            IF WS-FOUND
               GO TO 3110-CHECK-ONE-ENTRY-EXIT
            END-IF
            MOVE 'CISTJNL'    TO WS-DL-SOURCE
            MOVE SPACES       TO WS-DL-KEY
            MOVE JNLW-APPL-ID TO WS-DL-KEY(1:13)
            PERFORM VARYING WS-JX FROM 1 BY 1
                    UNTIL WS-JX > WS-JOP-COUNT
               IF WS-JO-OPID(WS-JX) = JNLW-CHG-OPID
                  MOVE JNLW-CHG-OPID      TO WS-DL-OPID
                  MOVE WS-JO-STAGE(WS-JX) TO WS-PT-STAGE1
                  MOVE WS-JNL-STAGE       TO WS-PT-STAGE2
                  MOVE WS-PAIR-TEXT TO WS-DL-TEXT
                  PERFORM 8000-WRITE-FINDING
                     THRU 8000-WRITE-FINDING-EXIT
                  ADD 1 TO WS-TOTAL-JNL-PAIRS
               END-IF
            END-PERFORM
            IF WS-JOP-COUNT >= WS-JOP-LIMIT
               DISPLAY 'CIOCCB29: JOURNAL OPERATOR TABLE FULL AT '
                  WS-JOP-LIMIT ' ENTRIES - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-JOP-COUNT
            SET WS-JX TO WS-JOP-COUNT
            MOVE JNLW-CHG-OPID TO WS-JO-OPID(WS-JX)
            MOVE WS-JNL-STAGE  TO WS-JO-STAGE(WS-JX)
            .
       3110-CHECK-ONE-ENTRY-EXIT.
            EXIT.
      *
      * A LIMIT INCREASE SIGN-OFF IS A LATER STAGE OF THE CARD'S
      * ORIGINATING APPLICATION, AND IS CAPPED AT THE AUTHORITY
      * LIMIT LIKE THE APPLICATION SIGN-OFF
       4000-SCAN-LIMIT-REQUESTS.
            OPEN INPUT LIMREQ-FILE
            IF WS-LIMREQ-NOFILE
               SET WS-LIMREQ-DONE TO TRUE
            ELSE
               IF NOT WS-LIMREQ-OK
                  DISPLAY 'CIOCCB29: LIMREQ-FILE OPEN FAILED '
                     WS-LIMREQ-STATUS
                  SET WS-LIMREQ-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-LIMREQ-DONE
               READ LIMREQ-FILE
                   AT END
                       SET WS-LIMREQ-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIMREQ
                       IF CILIMREQ-SUPV-OPID NOT = SPACES
                          PERFORM 4010-CHECK-ONE-REQUEST
                             THRU 4010-CHECK-ONE-REQUEST-EXIT
                       END-IF
               END-READ
            END-PERFORM
            IF WS-LIMREQ-OK OR WS-LIMREQ-EOF
               CLOSE LIMREQ-FILE
            END-IF
            .
       4000-SCAN-LIMIT-REQUESTS-EXIT.
            EXIT.
      *
       4010-CHECK-ONE-REQUEST.
            MOVE 'CILIMREQ'         TO WS-DL-SOURCE
            MOVE CILIMREQ-CARD-NUMB TO WS-DL-KEY
            MOVE CILIMREQ-APPL-ID   TO CIC0012O-ID
            READ CIC0012-FILE
                KEY IS CIC0012O-ID
                INVALID KEY
                    MOVE SPACES TO WS-STAGE-TABLE
                NOT INVALID KEY
                    PERFORM 2020-LOAD-STAGE-IDS
                       THRU 2020-LOAD-STAGE-IDS-EXIT
            END-READ
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               IF WS-SG-OPID(WS-SX) = CILIMREQ-SUPV-OPID
                  MOVE CILIMREQ-SUPV-OPID TO WS-DL-OPID
                  MOVE WS-SG-LABEL(WS-SX) TO WS-PT-STAGE1
                  MOVE 'LIMSUPV'          TO WS-PT-STAGE2
                  MOVE WS-PAIR-TEXT TO WS-DL-TEXT
                  PERFORM 8000-WRITE-FINDING
                     THRU 8000-WRITE-FINDING-EXIT
                  ADD 1 TO WS-TOTAL-LIM-PAIRS
               END-IF
            END-PERFORM
            IF CILIMREQ-SUPV-RESULT = 900
               MOVE CILIMREQ-SUPV-OPID TO WS-CHECK-OPID
               MOVE CILIMREQ-NEW-LIMIT TO WS-CHECK-LIMIT
               MOVE 'LIMSUPV'          TO WS-AT-WHAT
               PERFORM 2030-CHECK-AUTHORITY
                  THRU 2030-CHECK-AUTHORITY-EXIT
            END-IF
            .
       4010-CHECK-ONE-REQUEST-EXIT.
            EXIT.
      *
       5000-PRINT-TOTALS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'APPLICATIONS CHECKED'              TO WS-SUM-LABEL
            MOVE WS-TOTAL-APPLS                      TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'JOURNAL ENTRIES CHECKED'           TO WS-SUM-LABEL
            MOVE WS-TOTAL-JNL                        TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'LIMIT REQUESTS CHECKED'            TO WS-SUM-LABEL
            MOVE WS-TOTAL-LIMREQ                     TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'SAME OPERATOR - APPLICATION STAGES' TO WS-SUM-LABEL
            MOVE WS-TOTAL-STAGE-PAIRS                TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'SAME OPERATOR - JOURNAL STAGES'    TO WS-SUM-LABEL
            MOVE WS-TOTAL-JNL-PAIRS                  TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'SAME OPERATOR - LIMIT SIGN-OFF'    TO WS-SUM-LABEL
            MOVE WS-TOTAL-LIM-PAIRS                  TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'APPROVALS ABOVE AUTHORITY'         TO WS-SUM-LABEL
            MOVE WS-TOTAL-OVER-AUTH                  TO WS-SUM-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            IF WS-TOTAL-FINDINGS = 0
               MOVE 'NO SEGREGATION OR AUTHORITY FINDINGS' TO RPT-REC
               WRITE RPT-REC
            END-IF
            .
       5000-PRINT-TOTALS-EXIT.
            EXIT.
      *
       8000-WRITE-FINDING.
            MOVE WS-DETAIL-LINE TO RPT-REC
            WRITE RPT-REC
            ADD 1 TO WS-TOTAL-FINDINGS
            .
       8000-WRITE-FINDING-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB29: APPLICATIONS CHECKED ' WS-TOTAL-APPLS
            DISPLAY 'CIOCCB29: JOURNAL ENTRIES      ' WS-TOTAL-JNL
            DISPLAY 'CIOCCB29: LIMIT REQUESTS       ' WS-TOTAL-LIMREQ
            DISPLAY 'CIOCCB29: FINDINGS             ' WS-TOTAL-FINDINGS
            CLOSE CIC0012-FILE
            CLOSE OPPROF-FILE
            CLOSE RPT-FILE
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-APPLS TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            IF WS-TOTAL-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
