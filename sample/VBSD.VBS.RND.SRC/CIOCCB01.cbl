      *2026-08-08    KEVIN      INITIAL VERSION
      *2026-08-21    KEVIN      CIRUNCTL RUN CONTROL CALLS
      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-10-15    KEVIN      CLOSED OUTCOME COUNTS INCLUDING
      *                         WITHDRAWN
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             10 WS-STAGE-APPL-CNT   PIC 9(06).
             10 WS-STAGE-AGE-TOTAL  PIC 9(08).
          05 WS-TOTAL-OPEN          PIC 9(06).
      * CLOSED OUTCOMES STILL ON THE LIVE FILE - NOT BACKLOG, BUT
      * EACH SHOWN ON ITS OWN SO A WITHDRAWAL IS NEVER READ AS A
      * DECLINE
          05 WS-TOTAL-APPROVED      PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-DECLINED      PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-WITHDRAWN     PIC 9(06) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(40) VALUE
             'CREDIT APPLICATION BACKLOG REPORT'.
          05 FILLER                 PIC X(13) VALUE ' APPLICATIONS'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-SL-AVG-AGE          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(18)
                                    VALUE ' DAYS AVG IN STAGE'.
       01 WS-CLOSED-LINE.
          05 WS-CL-OUTCOME          PIC X(20).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WS-CL-COUNT            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(13) VALUE ' APPLICATIONS'.
      *RUN CONTROL CALL PARAMETER AREA
       01 WS-RUNCTL-AREA.
       COPY CIRCWS.
               PERFORM 2040-WRITE-DETAIL-LINE
                  THRU 2040-WRITE-DETAIL-LINE-EXIT
               ADD 1 TO WS-TOTAL-OPEN
            ELSE
               EVALUATE TRUE
                   WHEN CIC0012O-APPROVED
                        ADD 1 TO WS-TOTAL-APPROVED
                   WHEN CIC0012O-DECLINED
                        ADD 1 TO WS-TOTAL-DECLINED
                   WHEN CIC0012O-WITHDRAWN
                        ADD 1 TO WS-TOTAL-WITHDRAWN
               END-EVALUATE
            END-IF
            .
       2010-PROCESS-ONE-APPLICATION-EXIT.
            MOVE ZERO TO WS-SL-AVG-AGE
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'CLOSED - APPROVED'   TO WS-CL-OUTCOME
            MOVE WS-TOTAL-APPROVED     TO WS-CL-COUNT
            MOVE WS-CLOSED-LINE        TO RPT-REC
            WRITE RPT-REC
            MOVE 'CLOSED - DECLINED'   TO WS-CL-OUTCOME
            MOVE WS-TOTAL-DECLINED     TO WS-CL-COUNT
            MOVE WS-CLOSED-LINE        TO RPT-REC
            WRITE RPT-REC
            MOVE 'CLOSED - WITHDRAWN'  TO WS-CL-OUTCOME
            MOVE WS-TOTAL-WITHDRAWN    TO WS-CL-COUNT
            MOVE WS-CLOSED-LINE        TO RPT-REC
            WRITE RPT-REC
            .
       3000-PRINT-SUMMARY-EXIT.
            EXIT.
