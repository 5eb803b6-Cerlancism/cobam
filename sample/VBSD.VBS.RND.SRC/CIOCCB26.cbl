       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB26.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * NIGHTLY APPLY OF THE CARD PROCESSOR'S ACKNOWLEDGEMENT FILE
      * (CIPRCACK) FOR THE LAST CIOCCB25 FEED, AND RECONCILIATION
      * OF THE CICARD MASTER AGAINST THE PROCESSOR. EACH DETAIL
      * CARRIES THE STATUS AND LIMIT THE PROCESSOR NOW HOLDS; THE
      * CIPRCIMG IMAGE IS SET TO THEM, SO ANYTHING THE PROCESSOR
      * REJECTED OR APPLIED DIFFERENTLY GOES AGAIN ON TONIGHT'S
      * FEED (A REJECTED NEW ACCOUNT IS DROPPED FROM THE IMAGE AND
      * IS BOARDED AGAIN). THE CIPRCREC REPORT LISTS EVERY CARD
      * WHERE OUR MASTER AND THE PROCESSOR DISAGREE:
      *   - REJECTED RECORDS WITH THE PROCESSOR'S REJECT CODE,
      *   - ACCEPTED RECORDS THE PROCESSOR HOLDS DIFFERENTLY,
      *   - CARDS CHANGED ON OUR MASTER SINCE THE FEED WAS CUT,
      *   - CARDS THE PROCESSOR KNOWS THAT WE NEVER BOARDED OR NO
      *     LONGER HOLD,
      *   - FEED RECORDS THE PROCESSOR NEVER ACKNOWLEDGED.
      * RUNS BEFORE CIOCCB25. A FILE WITHOUT A HEADER IS NOT APPLIED
      * (RC 8); A DETAIL COUNT THAT DOES NOT AGREE WITH THE TRAILER
      * IS APPLIED BUT ENDS RC 4.
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
           SELECT ACK-FILE ASSIGN TO 'CIPRCACK'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ACK-STATUS.
           SELECT IMG-FILE ASSIGN TO 'CIPRCIMG'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIPRCIMG-NUMB
               FILE STATUS WS-IMG-STATUS.
           SELECT CARD-FILE ASSIGN TO 'CICARD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CICARD-NUMB
               ALTERNATE RECORD KEY CICARD-APPL-ID
                   WITH DUPLICATES
               FILE STATUS WS-CARD-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CIPRCREC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       COPY CIPRCACK.
      *
       FD  IMG-FILE.
       COPY CIPRCIMG.
      *
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB26 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB26'.
       01 WS-FLAGS.
          05 WS-ACK-STATUS          PIC X(02).
             88 WS-ACK-OK           VALUE '00'.
          05 WS-IMG-STATUS          PIC X(02).
             88 WS-IMG-OK           VALUE '00' '02'.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-ACK-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-ACK-DONE         VALUE 'Y'.
          05 WS-IMG-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-IMG-DONE         VALUE 'Y'.
          05 WS-TRAILER-SW          PIC X(01) VALUE 'N'.
             88 WS-TRAILER-SEEN     VALUE 'Y'.
          05 WS-CARD-FOUND-SW       PIC X(01).
             88 WS-CARD-FOUND       VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
          05 WS-ACK-FEED-DATE       PIC X(10).
       01 WS-COUNTERS.
          05 WS-TOTAL-DETAILS       PIC 9(09) VALUE ZERO.
          05 WS-TRAILER-COUNT       PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-ACCEPTED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-REJECTED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-PRC-DIFFERS   PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-CHANGED       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NOT-ON-MASTER PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NOT-BOARDED   PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-ACK        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-DISAGREE      PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(40) VALUE
             'CARD PROCESSOR RECONCILIATION FOR FEED '.
          05 WS-H1-FEED-DATE        PIC X(10).
          05 FILLER                PIC X(11) VALUE ' RUN DATE '.
          05 WS-H1-BUS-DATE         PIC X(10).
       01 WS-HEADING2.
          05 FILLER                PIC X(40) VALUE
             'CARD NUMBER      T DISAGREEMENT         '.
          05 FILLER                PIC X(40) VALUE
             '          OUR    LIMIT PRC    LIMIT'.
       01 WS-DETAIL-LINE.
          05 WS-DL-CARD-NUMB        PIC 9(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-FED-TYPE         PIC X(01).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-TEXT             PIC X(30).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-OUR-STATUS       PIC 9(03).
          05 WS-DL-OUR-STATUS-X REDEFINES WS-DL-OUR-STATUS
                                    PIC X(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-OUR-LIMIT        PIC ZZZZZZZ9.
          05 WS-DL-OUR-LIMIT-X REDEFINES WS-DL-OUR-LIMIT
                                    PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-PRC-STATUS       PIC 9(03).
          05 WS-DL-PRC-STATUS-X REDEFINES WS-DL-PRC-STATUS
                                    PIC X(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-PRC-LIMIT        PIC ZZZZZZZ9.
          05 WS-DL-PRC-LIMIT-X REDEFINES WS-DL-PRC-LIMIT
                                    PIC X(08).
       01 WS-SUMMARY-LINE.
          05 WS-SL-LABEL            PIC X(30).
          05 WS-SL-COUNT            PIC ZZZ,ZZZ,ZZ9.
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
            PERFORM 2000-APPLY-ACKNOWLEDGEMENTS
               THRU 2000-APPLY-ACKNOWLEDGEMENTS-EXIT
            PERFORM 3000-FIND-UNACKNOWLEDGED
               THRU 3000-FIND-UNACKNOWLEDGED-EXIT
            PERFORM 4000-PRINT-SUMMARY
               THRU 4000-PRINT-SUMMARY-EXIT
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
               DISPLAY 'CIOCCB26: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            OPEN INPUT ACK-FILE
            IF NOT WS-ACK-OK
               DISPLAY 'CIOCCB26: ACK-FILE OPEN FAILED '
                  WS-ACK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * THE HEADER NAMES THE FEED BEING ACKNOWLEDGED; WITHOUT IT
      * THE FILE CANNOT BE TRUSTED AND NOTHING IS APPLIED
            READ ACK-FILE
                AT END
                    MOVE SPACE TO CIPRCACK-REC-TYPE
            END-READ
            IF NOT CIPRCACK-HEADER
               DISPLAY 'CIOCCB26: ACKNOWLEDGEMENT HEADER MISSING - '
                  'NOTHING APPLIED'
               CLOSE ACK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE CIPRCACK-HDR-FEED-DATE TO WS-ACK-FEED-DATE
            OPEN I-O IMG-FILE
            IF NOT WS-IMG-OK
               DISPLAY 'CIOCCB26: IMG-FILE OPEN FAILED '
                  WS-IMG-STATUS
               CLOSE ACK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB26: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               CLOSE ACK-FILE
               CLOSE IMG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            MOVE WS-ACK-FEED-DATE TO WS-H1-FEED-DATE
            MOVE WS-BUS-DATE      TO WS-H1-BUS-DATE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            MOVE WS-HEADING2 TO RPT-REC
            WRITE RPT-REC
            .
       1000-INIT-EXIT.
            EXIT.
      *
       2000-APPLY-ACKNOWLEDGEMENTS.
            PERFORM UNTIL WS-ACK-DONE
               READ ACK-FILE
                   AT END
                       SET WS-ACK-DONE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CIPRCACK-DETAIL
                                ADD 1 TO WS-TOTAL-DETAILS
                                PERFORM 2010-APPLY-ONE-ACK
                                   THRU 2010-APPLY-ONE-ACK-EXIT
                           WHEN CIPRCACK-TRAILER
                                SET WS-TRAILER-SEEN TO TRUE
                                MOVE CIPRCACK-TRL-DTL-COUNT
                                     TO WS-TRAILER-COUNT
                           WHEN OTHER
                                DISPLAY 'CIOCCB26: UNEXPECTED RECORD '
                                   'TYPE ' CIPRCACK-REC-TYPE
                                   ' - SKIPPED'
                       END-EVALUATE
               END-READ
            END-PERFORM
            IF NOT WS-TRAILER-SEEN
               DISPLAY 'CIOCCB26: ACKNOWLEDGEMENT TRAILER MISSING'
               MOVE 4 TO RETURN-CODE
            ELSE
               IF WS-TRAILER-COUNT NOT = WS-TOTAL-DETAILS
                  DISPLAY 'CIOCCB26: TRAILER COUNT ' WS-TRAILER-COUNT
                     ' DETAILS READ ' WS-TOTAL-DETAILS
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .
       2000-APPLY-ACKNOWLEDGEMENTS-EXIT.
            EXIT.
      *
       2010-APPLY-ONE-ACK.
            MOVE SPACES              TO WS-DETAIL-LINE
            MOVE CIPRCACK-CARD-NUMB  TO WS-DL-CARD-NUMB
            MOVE CIPRCACK-FED-TYPE   TO WS-DL-FED-TYPE
            MOVE CIPRCACK-PRC-STATUS TO WS-DL-PRC-STATUS
            MOVE CIPRCACK-PRC-LIMIT  TO WS-DL-PRC-LIMIT
            MOVE CIPRCACK-CARD-NUMB  TO CICARD-NUMB
            MOVE 'Y' TO WS-CARD-FOUND-SW
            READ CARD-FILE
                INVALID KEY
                    MOVE 'N' TO WS-CARD-FOUND-SW
            END-READ
            IF WS-CARD-FOUND
               MOVE CICARD-STATUS    TO WS-DL-OUR-STATUS
               MOVE CICARD-LIMIT     TO WS-DL-OUR-LIMIT
            END-IF
            MOVE CIPRCACK-CARD-NUMB  TO CIPRCIMG-NUMB
            READ IMG-FILE
                INVALID KEY
                    ADD 1 TO WS-TOTAL-NOT-BOARDED
                    MOVE 'NOT BOARDED BY US' TO WS-DL-TEXT
                    PERFORM 2090-PRINT-DISAGREEMENT
                       THRU 2090-PRINT-DISAGREEMENT-EXIT
                    GO TO 2010-APPLY-ONE-ACK-EXIT
            END-READ
            IF CIPRCACK-REJECTED
               PERFORM 2020-APPLY-REJECTION
                  THRU 2020-APPLY-REJECTION-EXIT
            ELSE
               PERFORM 2030-APPLY-ACCEPTANCE
                  THRU 2030-APPLY-ACCEPTANCE-EXIT
            END-IF
            .
       2010-APPLY-ONE-ACK-EXIT.
            EXIT.
      *
      * A REJECTED NEW ACCOUNT NEVER REACHED THE PROCESSOR, SO THE
      * CARD LEAVES THE IMAGE AND IS BOARDED AGAIN; OTHERWISE THE
      * IMAGE TAKES WHAT THE PROCESSOR STILL HOLDS AND THE CHANGE
      * IS SENT AGAIN
       2020-APPLY-REJECTION.
            ADD 1 TO WS-TOTAL-REJECTED
            MOVE SPACES TO WS-DL-TEXT
            STRING 'REJECTED CODE ' DELIMITED BY SIZE
                   CIPRCACK-REJECT-CODE DELIMITED BY SIZE
                   INTO WS-DL-TEXT
            END-STRING
            PERFORM 2090-PRINT-DISAGREEMENT
               THRU 2090-PRINT-DISAGREEMENT-EXIT
            IF CIPRCACK-FED-TYPE = 'N'
               DELETE IMG-FILE
               GO TO 2020-APPLY-REJECTION-EXIT
            END-IF
            MOVE CIPRCACK-PRC-STATUS  TO CIPRCIMG-STATUS
            MOVE CIPRCACK-PRC-LIMIT   TO CIPRCIMG-LIMIT
            IF CIPRCACK-FED-TYPE = 'S'
               MOVE SPACES            TO CIPRCIMG-EXPIRY-DATE
            END-IF
            SET CIPRCIMG-ACK-REJECTED TO TRUE
            MOVE WS-BUS-DATE          TO CIPRCIMG-ACK-DATE
            MOVE CIPRCACK-REJECT-CODE TO CIPRCIMG-REJECT-CODE
            REWRITE CIPRCIMG-REC
            .
       2020-APPLY-REJECTION-EXIT.
            EXIT.
      *
      * A CARD CAN CARRY A LIMIT AND A STATUS RECORD ON ONE FEED;
      * A REJECTION OF EITHER STANDS OVER AN ACCEPTANCE OF THE OTHER
       2030-APPLY-ACCEPTANCE.
            ADD 1 TO WS-TOTAL-ACCEPTED
            EVALUATE TRUE
                WHEN CIPRCACK-PRC-STATUS NOT = CIPRCIMG-STATUS
                  OR CIPRCACK-PRC-LIMIT NOT = CIPRCIMG-LIMIT
                     ADD 1 TO WS-TOTAL-PRC-DIFFERS
                     MOVE 'PROCESSOR DIFFERS FROM FEED' TO WS-DL-TEXT
                     PERFORM 2090-PRINT-DISAGREEMENT
                        THRU 2090-PRINT-DISAGREEMENT-EXIT
                WHEN NOT WS-CARD-FOUND
                     ADD 1 TO WS-TOTAL-NOT-ON-MASTER
                     MOVE 'NOT ON CARD MASTER' TO WS-DL-TEXT
                     PERFORM 2090-PRINT-DISAGREEMENT
                        THRU 2090-PRINT-DISAGREEMENT-EXIT
                WHEN CICARD-STATUS NOT = CIPRCACK-PRC-STATUS
                  OR CICARD-LIMIT NOT = CIPRCACK-PRC-LIMIT
                     ADD 1 TO WS-TOTAL-CHANGED
                     MOVE 'CHANGED SINCE FEED' TO WS-DL-TEXT
                     PERFORM 2090-PRINT-DISAGREEMENT
                        THRU 2090-PRINT-DISAGREEMENT-EXIT
            END-EVALUATE
            MOVE CIPRCACK-PRC-STATUS TO CIPRCIMG-STATUS
            MOVE CIPRCACK-PRC-LIMIT  TO CIPRCIMG-LIMIT
            IF CIPRCIMG-ACK-REJECTED
            AND CIPRCIMG-ACK-DATE = WS-BUS-DATE
               CONTINUE
            ELSE
               SET CIPRCIMG-ACK-ACCEPTED TO TRUE
               MOVE WS-BUS-DATE TO CIPRCIMG-ACK-DATE
               MOVE SPACES      TO CIPRCIMG-REJECT-CODE
            END-IF
            REWRITE CIPRCIMG-REC
            .
       2030-APPLY-ACCEPTANCE-EXIT.
            EXIT.
      *
       2090-PRINT-DISAGREEMENT.
            ADD 1 TO WS-TOTAL-DISAGREE
            IF NOT WS-CARD-FOUND
               MOVE 'N/A'   TO WS-DL-OUR-STATUS-X
               MOVE SPACES  TO WS-DL-OUR-LIMIT-X
            END-IF
            MOVE WS-DETAIL-LINE TO RPT-REC
            WRITE RPT-REC
            .
       2090-PRINT-DISAGREEMENT-EXIT.
            EXIT.
      *
      * ANY RECORD SENT ON OR BEFORE THE ACKNOWLEDGED FEED THAT IS
      * STILL PENDING WAS NEVER ANSWERED BY THE PROCESSOR
       3000-FIND-UNACKNOWLEDGED.
            MOVE ZERO TO CIPRCIMG-NUMB
            START IMG-FILE KEY >= CIPRCIMG-NUMB
                INVALID KEY
                    SET WS-IMG-DONE TO TRUE
            END-START
            PERFORM UNTIL WS-IMG-DONE
               READ IMG-FILE NEXT
                   AT END
                       SET WS-IMG-DONE TO TRUE
                   NOT AT END
                       IF CIPRCIMG-ACK-PENDING
                       AND CIPRCIMG-SENT-DATE <= WS-ACK-FEED-DATE
                          PERFORM 3010-REPORT-NO-ACK
                             THRU 3010-REPORT-NO-ACK-EXIT
                       END-IF
               END-READ
            END-PERFORM
            .
       3000-FIND-UNACKNOWLEDGED-EXIT.
            EXIT.
      *
       3010-REPORT-NO-ACK.
            ADD 1 TO WS-TOTAL-NO-ACK
            MOVE SPACES               TO WS-DETAIL-LINE
            MOVE CIPRCIMG-NUMB        TO WS-DL-CARD-NUMB
            MOVE CIPRCIMG-SENT-TYPE   TO WS-DL-FED-TYPE
            MOVE 'NO ACKNOWLEDGEMENT' TO WS-DL-TEXT
            MOVE CIPRCIMG-STATUS      TO WS-DL-OUR-STATUS
            MOVE CIPRCIMG-LIMIT       TO WS-DL-OUR-LIMIT
            MOVE 'N/A'                TO WS-DL-PRC-STATUS-X
            MOVE SPACES               TO WS-DL-PRC-LIMIT-X
            SET WS-CARD-FOUND TO TRUE
            PERFORM 2090-PRINT-DISAGREEMENT
               THRU 2090-PRINT-DISAGREEMENT-EXIT
            .
       3010-REPORT-NO-ACK-EXIT.
            EXIT.
      *
       4000-PRINT-SUMMARY.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'ACKNOWLEDGEMENTS READ'        TO WS-SL-LABEL
            MOVE WS-TOTAL-DETAILS               TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'TRAILER COUNT'                TO WS-SL-LABEL
            MOVE WS-TRAILER-COUNT               TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'ACCEPTED'                     TO WS-SL-LABEL
            MOVE WS-TOTAL-ACCEPTED              TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'REJECTED'                     TO WS-SL-LABEL
            MOVE WS-TOTAL-REJECTED              TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'PROCESSOR DIFFERS FROM FEED'  TO WS-SL-LABEL
            MOVE WS-TOTAL-PRC-DIFFERS           TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'CHANGED SINCE FEED'           TO WS-SL-LABEL
            MOVE WS-TOTAL-CHANGED               TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'NOT ON CARD MASTER'           TO WS-SL-LABEL
            MOVE WS-TOTAL-NOT-ON-MASTER         TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'NOT BOARDED BY US'            TO WS-SL-LABEL
            MOVE WS-TOTAL-NOT-BOARDED           TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'NO ACKNOWLEDGEMENT'           TO WS-SL-LABEL
            MOVE WS-TOTAL-NO-ACK                TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'TOTAL DISAGREEMENTS'          TO WS-SL-LABEL
            MOVE WS-TOTAL-DISAGREE              TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       4000-PRINT-SUMMARY-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            CLOSE ACK-FILE
            CLOSE IMG-FILE
            CLOSE CARD-FILE
            CLOSE RPT-FILE
            DISPLAY 'CIOCCB26: ACKNOWLEDGEMENTS   ' WS-TOTAL-DETAILS
            DISPLAY 'CIOCCB26: REJECTED           ' WS-TOTAL-REJECTED
            DISPLAY 'CIOCCB26: DISAGREEMENTS      ' WS-TOTAL-DISAGREE
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-DETAILS TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
