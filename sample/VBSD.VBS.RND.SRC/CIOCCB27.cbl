       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB27.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * MONTHLY CUSTOMER DEMOGRAPHIC CHANGE REPORT FOR COMPLIANCE.
      * EVERY CICHGLOG ENTRY WRITTEN DURING THE REPORT MONTH BY THE
      * CIOCCM21 NAME/ADDRESS CHANGE SCREEN IS LISTED ON CICHGRPT,
      * GROUPED BY WHAT CHANGED (COMPANY ADDRESS, LIVE ADDRESS,
      * NAME) AND IN APPLICATION/TIME ORDER WITHIN THE GROUP, WITH
      * THE OPERATOR AND THE BEFORE AND AFTER IMAGES, FOLLOWED BY
      * COUNTS BY GROUP AND BY OPERATOR.
      * THE REPORT MONTH COMES FROM THE CIRPTMON VARIABLE
      * (YYYY/MM); WHEN UNSET THE CURRENT MONTH IS REPORTED.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO 'CICHGLOG'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT CHGW-FILE ASSIGN TO 'CICHGW1'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CHGW-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT RPT-FILE ASSIGN TO 'CICHGRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01 LOG-REC                    PIC X(383).
      *
       FD  CHGW-FILE.
       01 CHGW-REC                   PIC X(383).
      *
       SD  SORT-FILE.
       01 SORT-REC.
          05 SORT-KEY.
             10 SORT-APPL-ID        PIC 9(13).
             10 SORT-DATE           PIC X(10).
             10 SORT-TIME           PIC X(08).
             10 SORT-SEQ            PIC 9(03).
          05 SORT-GROUP             PIC X(01).
          05 FILLER                 PIC X(348).
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB27 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB27'.
       01 WS-FLAGS.
          05 WS-LOG-STATUS          PIC X(02).
             88 WS-LOG-OK           VALUE '00'.
             88 WS-LOG-EOF          VALUE '10'.
             88 WS-LOG-NOFILE       VALUE '35'.
          05 WS-CHGW-STATUS         PIC X(02).
             88 WS-CHGW-OK          VALUE '00'.
             88 WS-CHGW-EOF         VALUE '10'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-LOG-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-LOG-DONE         VALUE 'Y'.
          05 WS-CHGW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CHGW-DONE        VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-REPORT-MONTH           PIC X(07).
       01 WS-PREV-GROUP             PIC X(01) VALUE SPACES.
      *CUSTOMER DEMOGRAPHIC CHANGE LOG RECORD
       COPY CICHGLOG.
      * THE SHOP HAS A FEW DOZEN SERVICE OPERATORS; A FULL TABLE
      * IS A HARD ERROR, NEVER A SILENT DROP
       01 WS-OPER-LIMIT             PIC 9(03) VALUE 100.
       01 WS-OPER-TABLE.
          05 WS-OPER-COUNT          PIC 9(03) VALUE ZERO.
          05 WS-OPER-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-OPER-COUNT
                INDEXED BY WS-OX.
             10 WS-OP-ID            PIC X(08).
             10 WS-OP-CNT           PIC 9(07).
       01 WS-FOUND-SW               PIC X(01).
          88 WS-FOUND               VALUE 'Y'.
       01 WS-COUNTERS.
          05 WS-TOTAL-READ          PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-CHANGES       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NAME          PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LIVE          PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-COMPANY       PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(37) VALUE
             'CUSTOMER DEMOGRAPHIC CHANGES MONTH '.
          05 WS-H1-MONTH            PIC X(07).
       01 WS-HEADING2.
          05 FILLER                PIC X(40) VALUE
             'APPLICATION   DATE       TIME     OPERAT'.
          05 FILLER                PIC X(40) VALUE
             'OR PROGRAM'.
       01 WS-CHANGE-LINE.
          05 WS-CL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-CL-DATE             PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-CL-TIME             PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-CL-OPID             PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-CL-PGM              PIC X(08).
      * ONE IMAGE LINE: THE TAG IS BEFORE/AFTER ON THE FIRST LINE
      * OF AN IMAGE AND BLANK ON ITS CONTINUATION LINES
       01 WS-IMAGE-LINE.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-IL-TAG              PIC X(07).
          05 WS-IL-TEXT             PIC X(71).
       01 WS-ADDR-TEXT.
          05 WS-AT-ADDRESS          PIC X(40).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-AT-ZIP-CODE         PIC 9(06).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-AT-COUNTRY          PIC X(20).
       01 WS-AREA-TEXT.
          05 WS-AR-DISTRICT         PIC X(20).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-AR-CITY             PIC X(20).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-AR-PROVINCE         PIC X(20).
       01 WS-SUMMARY-LINE.
          05 WS-SL-LABEL            PIC X(30).
          05 WS-SL-COUNT            PIC ZZZ,ZZ9.
       01 WS-OPER-LINE.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-OL-ID               PIC X(08).
          05 FILLER                 PIC X(20) VALUE SPACES.
          05 WS-OL-CNT              PIC ZZZ,ZZ9.
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
            PERFORM 2000-SORT-CHANGES
               THRU 2000-SORT-CHANGES-EXIT
            PERFORM 3000-PRINT-REPORT
               THRU 3000-PRINT-REPORT-EXIT
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
      * THE LOG AND WORK RECORDS ARE READ INTO CICHGLOG-REC, SO A
      * COPYBOOK GROWN WITHOUT THIS PROGRAM ENDS THE RUN HERE
            IF LENGTH OF CICHGLOG-REC NOT = LENGTH OF LOG-REC
               DISPLAY 'CIOCCB27: CICHGLOG RECORD LENGTH CHANGED - '
                  'ADJUST FILE RECORDS'
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
               DISPLAY 'CIOCCB27: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            MOVE SPACES TO WS-REPORT-MONTH
            ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT 'CIRPTMON'
            IF WS-REPORT-MONTH = SPACES
               MOVE WS-BUS-DATE(1:7) TO WS-REPORT-MONTH
            END-IF
            .
       1000-INIT-EXIT.
            EXIT.
      *
      * THE LOG IS WRITTEN ONLINE IN ARRIVAL ORDER, SO THE MONTH'S
      * ENTRIES ARE SORTED INTO GROUP AND APPLICATION ORDER FIRST
       2000-SORT-CHANGES.
            SORT SORT-FILE
                 ASCENDING KEY SORT-GROUP
                 ASCENDING KEY SORT-KEY
                 INPUT PROCEDURE 2010-RELEASE-MONTH
                    THRU 2010-RELEASE-MONTH-EXIT
                 GIVING CHGW-FILE
            .
       2000-SORT-CHANGES-EXIT.
            EXIT.
      *
       2010-RELEASE-MONTH.
            OPEN INPUT LOG-FILE
            IF WS-LOG-NOFILE
      * NO CHANGE HAS EVER BEEN MADE - AN EMPTY REPORT
               SET WS-LOG-DONE TO TRUE
            ELSE
               IF NOT WS-LOG-OK
                  DISPLAY 'CIOCCB27: LOG-FILE OPEN FAILED '
                     WS-LOG-STATUS
                  SET WS-LOG-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-LOG-DONE
               READ LOG-FILE INTO CICHGLOG-REC
                   AT END
                       SET WS-LOG-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       IF CICHGLOG-DATE(1:7) = WS-REPORT-MONTH
                          MOVE CICHGLOG-REC TO SORT-REC
                          RELEASE SORT-REC
                       END-IF
               END-READ
            END-PERFORM
            IF WS-LOG-OK OR WS-LOG-EOF
               CLOSE LOG-FILE
            END-IF
            .
       2010-RELEASE-MONTH-EXIT.
            EXIT.
      *
       3000-PRINT-REPORT.
            OPEN OUTPUT RPT-FILE
            MOVE WS-REPORT-MONTH TO WS-H1-MONTH
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            OPEN INPUT CHGW-FILE
            IF NOT WS-CHGW-OK
               DISPLAY 'CIOCCB27: CHGW-FILE OPEN FAILED '
                  WS-CHGW-STATUS
               SET WS-CHGW-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-CHGW-DONE
               READ CHGW-FILE INTO CICHGLOG-REC
                   AT END
                       SET WS-CHGW-DONE TO TRUE
                   NOT AT END
                       PERFORM 3010-PRINT-ONE-CHANGE
                          THRU 3010-PRINT-ONE-CHANGE-EXIT
               END-READ
            END-PERFORM
            IF WS-CHGW-OK OR WS-CHGW-EOF
               CLOSE CHGW-FILE
            END-IF
            PERFORM 3050-PRINT-TOTALS
               THRU 3050-PRINT-TOTALS-EXIT
            CLOSE RPT-FILE
            .
       3000-PRINT-REPORT-EXIT.
            EXIT.
      *
       3010-PRINT-ONE-CHANGE.
            IF CICHGLOG-GROUP NOT = WS-PREV-GROUP
               PERFORM 3020-PRINT-GROUP-HEADING
                  THRU 3020-PRINT-GROUP-HEADING-EXIT
            END-IF
            ADD 1 TO WS-TOTAL-CHANGES
            EVALUATE TRUE
                WHEN CICHGLOG-NAME-GROUP
                     ADD 1 TO WS-TOTAL-NAME
                WHEN CICHGLOG-LIVE-GROUP
                     ADD 1 TO WS-TOTAL-LIVE
                WHEN CICHGLOG-COMPANY-GROUP
                     ADD 1 TO WS-TOTAL-COMPANY
            END-EVALUATE
            PERFORM 3040-TALLY-OPERATOR
               THRU 3040-TALLY-OPERATOR-EXIT
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE CICHGLOG-APPL-ID  TO WS-CL-APPL-ID
            MOVE CICHGLOG-DATE     TO WS-CL-DATE
            MOVE CICHGLOG-TIME     TO WS-CL-TIME
            MOVE CICHGLOG-CHG-OPID TO WS-CL-OPID
            MOVE CICHGLOG-CHG-PGM  TO WS-CL-PGM
            MOVE WS-CHANGE-LINE TO RPT-REC
            WRITE RPT-REC
            IF CICHGLOG-NAME-GROUP
               PERFORM 3030-PRINT-NAME-IMAGES
                  THRU 3030-PRINT-NAME-IMAGES-EXIT
            ELSE
               PERFORM 3035-PRINT-ADDR-IMAGES
                  THRU 3035-PRINT-ADDR-IMAGES-EXIT
            END-IF
            .
       3010-PRINT-ONE-CHANGE-EXIT.
            EXIT.
      *
       3020-PRINT-GROUP-HEADING.
            MOVE CICHGLOG-GROUP TO WS-PREV-GROUP
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            EVALUATE TRUE
                WHEN CICHGLOG-NAME-GROUP
                     MOVE 'NAME CHANGES' TO RPT-REC
                WHEN CICHGLOG-LIVE-GROUP
                     MOVE 'LIVE ADDRESS CHANGES' TO RPT-REC
                WHEN CICHGLOG-COMPANY-GROUP
                     MOVE 'COMPANY NAME/ADDRESS CHANGES' TO RPT-REC
                WHEN OTHER
                     MOVE 'UNKNOWN CHANGE GROUP' TO RPT-REC
            END-EVALUATE
            WRITE RPT-REC
            MOVE WS-HEADING2 TO RPT-REC
            WRITE RPT-REC
            .
       3020-PRINT-GROUP-HEADING-EXIT.
            EXIT.
      *
       3030-PRINT-NAME-IMAGES.
            MOVE 'BEFORE'                 TO WS-IL-TAG
            MOVE CICHGLOG-B-NAME          TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES                   TO WS-IL-TAG
            MOVE CICHGLOG-B-ENGLISH-NAME  TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'AFTER'                  TO WS-IL-TAG
            MOVE CICHGLOG-A-NAME          TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES                   TO WS-IL-TAG
            MOVE CICHGLOG-A-ENGLISH-NAME  TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            .
       3030-PRINT-NAME-IMAGES-EXIT.
            EXIT.
      *
      * A LIVE-ADDRESS IMAGE CARRIES NO COMPANY NAME, SO ITS NAME
      * LINE IS LEFT OUT
       3035-PRINT-ADDR-IMAGES.
            MOVE 'BEFORE'                 TO WS-IL-TAG
            IF CICHGLOG-COMPANY-GROUP
               MOVE CICHGLOG-B-COMPANY-NAME TO WS-IL-TEXT
               MOVE WS-IMAGE-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES                TO WS-IL-TAG
            END-IF
            MOVE CICHGLOG-B-ADDRESS       TO WS-AT-ADDRESS
            MOVE CICHGLOG-B-ZIP-CODE      TO WS-AT-ZIP-CODE
            MOVE CICHGLOG-B-COUNTRY       TO WS-AT-COUNTRY
            MOVE WS-ADDR-TEXT             TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES                   TO WS-IL-TAG
            MOVE CICHGLOG-B-DISTRICT      TO WS-AR-DISTRICT
            MOVE CICHGLOG-B-CITY          TO WS-AR-CITY
            MOVE CICHGLOG-B-PROVINCE      TO WS-AR-PROVINCE
            MOVE WS-AREA-TEXT             TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'AFTER'                  TO WS-IL-TAG
            IF CICHGLOG-COMPANY-GROUP
               MOVE CICHGLOG-A-COMPANY-NAME TO WS-IL-TEXT
               MOVE WS-IMAGE-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES                TO WS-IL-TAG
            END-IF
            MOVE CICHGLOG-A-ADDRESS       TO WS-AT-ADDRESS
            MOVE CICHGLOG-A-ZIP-CODE      TO WS-AT-ZIP-CODE
            MOVE CICHGLOG-A-COUNTRY       TO WS-AT-COUNTRY
            MOVE WS-ADDR-TEXT             TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES                   TO WS-IL-TAG
            MOVE CICHGLOG-A-DISTRICT      TO WS-AR-DISTRICT
            MOVE CICHGLOG-A-CITY          TO WS-AR-CITY
            MOVE CICHGLOG-A-PROVINCE      TO WS-AR-PROVINCE
            MOVE WS-AREA-TEXT             TO WS-IL-TEXT
            MOVE WS-IMAGE-LINE TO RPT-REC
            WRITE RPT-REC
            .
       3035-PRINT-ADDR-IMAGES-EXIT.
            EXIT.
      *
       3040-TALLY-OPERATOR.
            MOVE 'N' TO WS-FOUND-SW
            SET WS-OX TO 1
            SEARCH WS-OPER-ENTRY
                AT END
                     CONTINUE
                WHEN WS-OP-ID(WS-OX) = CICHGLOG-CHG-OPID
                     SET WS-FOUND TO TRUE
            END-SEARCH
            IF WS-FOUND
               ADD 1 TO WS-OP-CNT(WS-OX)
            ELSE
               IF WS-OPER-COUNT >= WS-OPER-LIMIT
                  DISPLAY 'CIOCCB27: OPERATOR TABLE FULL AT '
                     WS-OPER-LIMIT ' ENTRIES - RUN ABORTED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-OPER-COUNT
               SET WS-OX TO WS-OPER-COUNT
               MOVE CICHGLOG-CHG-OPID TO WS-OP-ID(WS-OX)
               MOVE 1                 TO WS-OP-CNT(WS-OX)
            END-IF
            .
       3040-TALLY-OPERATOR-EXIT.
            EXIT.
      *
       3050-PRINT-TOTALS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'CHANGES BY GROUP' TO RPT-REC
            WRITE RPT-REC
            MOVE 'NAME'                   TO WS-SL-LABEL
            MOVE WS-TOTAL-NAME            TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'LIVE ADDRESS'           TO WS-SL-LABEL
            MOVE WS-TOTAL-LIVE            TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'COMPANY NAME/ADDRESS'   TO WS-SL-LABEL
            MOVE WS-TOTAL-COMPANY         TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'TOTAL CHANGES IN MONTH' TO WS-SL-LABEL
            MOVE WS-TOTAL-CHANGES         TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'CHANGES BY OPERATOR' TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-OPER-COUNT
               MOVE WS-OP-ID(WS-OX)  TO WS-OL-ID
               MOVE WS-OP-CNT(WS-OX) TO WS-OL-CNT
               MOVE WS-OPER-LINE TO RPT-REC
               WRITE RPT-REC
            END-PERFORM
            .
       3050-PRINT-TOTALS-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB27: LOG ENTRIES READ   ' WS-TOTAL-READ
            DISPLAY 'CIOCCB27: CHANGES IN MONTH   ' WS-TOTAL-CHANGES
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-CHANGES TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
