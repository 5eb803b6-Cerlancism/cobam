       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB25.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * NIGHTLY ACCOUNT BOARDING AND MAINTENANCE FEED TO THE CARD
      * PROCESSING PLATFORM. ONE WALK OF THE CICARD MASTER AGAINST
      * THE CIPRCIMG PROCESSOR IMAGE:
      *   - A CARD NOT YET ON THE IMAGE (ISSUED BY CIOCCB12, OR A
      *     CIOCCM09 REPLACEMENT) GOES AS A NEW-ACCOUNT RECORD
      *     CARRYING THE BILL-TYPE, BILL-ADDR AND BILL-DATE STATEMENT
      *     CHOICES FROM ITS CIC0012O APPLICATION,
      *   - A LIMIT DIFFERENT FROM THE IMAGE (A CIOCCB19 INCREASE)
      *     GOES AS A LIMIT-CHANGE RECORD,
      *   - A STATUS DIFFERENT FROM THE IMAGE (CIOCCM08 ACTIVATION,
      *     CIOCCM09 LOST/STOLEN, CIOCCM20/CIOCCB23 BLOCK AND
      *     RELEASE, CIOCCB18 EXPIRY), OR AN EXPIRY DATE CIOCCB18
      *     HAS RE-STAMPED, GOES AS A STATUS-CHANGE RECORD; A
      *     CIOCCM23 CANCELLATION GOES AS KIND C.
      * A SUPPLEMENTARY CARD BOARDS ONTO ITS PRIMARY'S ACCOUNT (THE
      * SHARED APPLICATION ID) FLAGGED AS SUPPLEMENTARY, CARRYING
      * THE HOLDER'S OWN ID AND NAME.
      * THE IMAGE IS UPDATED TO WHAT WAS SENT AND MARKED PENDING
      * UNTIL CIOCCB26 APPLIES THE PROCESSOR'S ACKNOWLEDGEMENT, SO
      * CIOCCB26 MUST RUN BEFORE THIS STEP EACH NIGHT. A RERUN ON
      * THE SAME NIGHT FINDS NOTHING LEFT TO SEND. ON THE FIRST RUN
      * THE IMAGE IS EMPTY AND EVERY CARD IS BOARDED.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      CANCELLATION STATUS CHANGES;
      *                         SUPPLEMENTARY CARDS BOARDED WITH ROLE
      *                         AND HOLDER
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CICARD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CICARD-NUMB
               ALTERNATE RECORD KEY CICARD-APPL-ID
                   WITH DUPLICATES
               FILE STATUS WS-CARD-STATUS.
           SELECT IMG-FILE ASSIGN TO 'CIPRCIMG'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIPRCIMG-NUMB
               FILE STATUS WS-IMG-STATUS.
           SELECT CIC0012-FILE ASSIGN TO 'CIC0012O'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIC0012O-ID
               ALTERNATE RECORD KEY CIC0012O-STATUS
                   WITH DUPLICATES
               FILE STATUS WS-CIC0012-STATUS.
           SELECT FED-FILE ASSIGN TO 'CIPRCOUT'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FED-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CIPRCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  IMG-FILE.
       COPY CIPRCIMG.
      *
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  FED-FILE.
       COPY CIPRCFED.
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB25 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB25'.
       01 WS-FLAGS.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
             88 WS-CARD-EOF         VALUE '10'.
          05 WS-IMG-STATUS          PIC X(02).
             88 WS-IMG-OK           VALUE '00' '02'.
             88 WS-IMG-NOFILE       VALUE '35'.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
          05 WS-FED-STATUS          PIC X(02).
             88 WS-FED-OK           VALUE '00'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-IMG-FOUND-SW        PIC X(01).
             88 WS-IMG-FOUND        VALUE 'Y'.
          05 WS-APPL-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-APPL-OPEN        VALUE 'Y'.
          05 WS-SENT-SW             PIC X(01).
             88 WS-SENT             VALUE 'Y'.
          05 WS-APPL-FOUND-SW       PIC X(01).
             88 WS-APPL-FOUND       VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-NOW-HHMMSS          PIC X(06).
          05 WS-NOW-TIME            PIC X(08).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-COUNTERS.
          05 WS-TOTAL-CARDS         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-UNCHANGED     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NEW           PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LIMIT         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-STATUS        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-BILLING    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-RECORDS       PIC 9(09) VALUE ZERO.
          05 WS-LIMIT-HASH          PIC 9(15) VALUE ZERO.
      * STATUS CHANGES BY KIND, IN THE ORDER OF WS-CHANGE-CODES
       01 WS-CHANGE-CODES           PIC X(09) VALUE 'ABULSERCO'.
       01 WS-CHANGE-TABLE.
          05 WS-CHANGE-COUNT        PIC 9(07) OCCURS 9 TIMES.
       01 WS-CHANGE-LABELS.
          05 FILLER                 PIC X(20) VALUE 'ACTIVATION'.
          05 FILLER                 PIC X(20) VALUE 'BLOCK'.
          05 FILLER                 PIC X(20) VALUE 'BLOCK RELEASE'.
          05 FILLER                 PIC X(20) VALUE 'LOST'.
          05 FILLER                 PIC X(20) VALUE 'STOLEN'.
          05 FILLER                 PIC X(20) VALUE 'EXPIRY'.
          05 FILLER                 PIC X(20) VALUE 'RENEWAL'.
          05 FILLER                 PIC X(20) VALUE 'CANCELLATION'.
          05 FILLER                 PIC X(20) VALUE 'OTHER'.
       01 WS-CHANGE-LABEL-TABLE REDEFINES WS-CHANGE-LABELS.
          05 WS-CHANGE-LABEL        PIC X(20) OCCURS 9 TIMES.
       01 WS-CX                     PIC 9(02).
       01 WS-HEADING1.
          05 FILLER                PIC X(35) VALUE
             'CARD PROCESSOR FEED  BUSINESS DATE '.
          05 WS-H1-DATE             PIC X(10).
       01 WS-HEADING2.
          05 FILLER                PIC X(40) VALUE
             'CARD NUMBER      APPLICATION   EXCEPTION'.
       01 WS-DETAIL-LINE.
          05 WS-DL-CARD-NUMB        PIC 9(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-TEXT             PIC X(40).
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
            PERFORM 2000-BUILD-FEED
               THRU 2000-BUILD-FEED-EXIT
            PERFORM 3000-PRINT-SUMMARY
               THRU 3000-PRINT-SUMMARY-EXIT
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
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-HHMMSS
            MOVE WS-NOW-HHMMSS(1:2) TO WS-NOW-TIME(1:2)
            MOVE ':' TO WS-NOW-TIME(3:1)
            MOVE WS-NOW-HHMMSS(3:2) TO WS-NOW-TIME(4:2)
            MOVE ':' TO WS-NOW-TIME(6:1)
            MOVE WS-NOW-HHMMSS(5:2) TO WS-NOW-TIME(7:2)
            SET BD-FUNC-GET TO TRUE
            CALL 'CIOCBDAT' USING WS-BUSDATE-AREA
            IF BD-OK
               MOVE BD-BUS-DATE TO WS-BUS-DATE
            ELSE
               DISPLAY 'CIOCCB25: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            INITIALIZE WS-CHANGE-TABLE
      * A FEED THAT CANNOT BE CUT COMPLETELY IS NOT CUT AT ALL - THE
      * PROCESSOR WOULD TAKE A SHORT FEED AS THE WHOLE NIGHT'S WORK
            OPEN INPUT CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB25: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O IMG-FILE
            IF WS-IMG-NOFILE
               OPEN OUTPUT IMG-FILE
               CLOSE IMG-FILE
               OPEN I-O IMG-FILE
            END-IF
            IF NOT WS-IMG-OK
               DISPLAY 'CIOCCB25: IMG-FILE OPEN FAILED '
                  WS-IMG-STATUS
               CLOSE CARD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT FED-FILE
            IF NOT WS-FED-OK
               DISPLAY 'CIOCCB25: FED-FILE OPEN FAILED '
                  WS-FED-STATUS
               CLOSE CARD-FILE
               CLOSE IMG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * THE APPLICATION IS ONLY NEEDED FOR THE BILLING DETAIL OF A
      * NEW ACCOUNT; WITHOUT IT THE ACCOUNT STILL BOARDS
            OPEN INPUT CIC0012-FILE
            IF WS-CIC0012-OK
               SET WS-APPL-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB25: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
            END-IF
            OPEN OUTPUT RPT-FILE
            MOVE WS-BUS-DATE TO WS-H1-DATE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            MOVE WS-HEADING2 TO RPT-REC
            WRITE RPT-REC
            .
       1000-INIT-EXIT.
            EXIT.
      *
       2000-BUILD-FEED.
            MOVE SPACES TO CIPRCFED-REC
            SET CIPRCFED-HEADER TO TRUE
            MOVE WS-BUS-DATE   TO CIPRCFED-HDR-FEED-DATE
            MOVE WS-TODAY-DATE TO CIPRCFED-HDR-CREATE-DATE
            MOVE WS-NOW-TIME   TO CIPRCFED-HDR-CREATE-TIME
            MOVE 'CIOCCIMN'    TO CIPRCFED-HDR-SENDER
            PERFORM 2090-WRITE-FEED
               THRU 2090-WRITE-FEED-EXIT
            PERFORM UNTIL WS-CARD-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-CARD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CARDS
                       PERFORM 2010-CHECK-ONE-CARD
                          THRU 2010-CHECK-ONE-CARD-EXIT
               END-READ
            END-PERFORM
            MOVE SPACES TO CIPRCFED-REC
            SET CIPRCFED-TRAILER TO TRUE
            MOVE WS-BUS-DATE     TO CIPRCFED-TRL-FEED-DATE
            MOVE WS-TOTAL-NEW    TO CIPRCFED-TRL-NEW-COUNT
            MOVE WS-TOTAL-LIMIT  TO CIPRCFED-TRL-LIMIT-COUNT
            MOVE WS-TOTAL-STATUS TO CIPRCFED-TRL-STS-COUNT
            MOVE WS-LIMIT-HASH   TO CIPRCFED-TRL-LIMIT-HASH
            ADD 1 TO WS-TOTAL-RECORDS
            MOVE WS-TOTAL-RECORDS TO CIPRCFED-TRL-REC-COUNT
            WRITE CIPRCFED-REC
            .
       2000-BUILD-FEED-EXIT.
            EXIT.
      *
       2010-CHECK-ONE-CARD.
            MOVE CICARD-NUMB TO CIPRCIMG-NUMB
            MOVE 'Y' TO WS-IMG-FOUND-SW
            READ IMG-FILE
                INVALID KEY
                    MOVE 'N' TO WS-IMG-FOUND-SW
            END-READ
            IF NOT WS-IMG-FOUND
               PERFORM 2020-SEND-NEW-ACCOUNT
                  THRU 2020-SEND-NEW-ACCOUNT-EXIT
               GO TO 2010-CHECK-ONE-CARD-EXIT
            END-IF
            MOVE 'N' TO WS-SENT-SW
            IF CICARD-LIMIT NOT = CIPRCIMG-LIMIT
               PERFORM 2030-SEND-LIMIT-CHANGE
                  THRU 2030-SEND-LIMIT-CHANGE-EXIT
            END-IF
            IF CICARD-STATUS NOT = CIPRCIMG-STATUS
            OR CICARD-EXPIRY-DATE NOT = CIPRCIMG-EXPIRY-DATE
               PERFORM 2040-SEND-STATUS-CHANGE
                  THRU 2040-SEND-STATUS-CHANGE-EXIT
            END-IF
            IF WS-SENT
               SET CIPRCIMG-ACK-PENDING TO TRUE
               MOVE WS-BUS-DATE TO CIPRCIMG-SENT-DATE
               REWRITE CIPRCIMG-REC
               IF NOT WS-IMG-OK
                  DISPLAY 'CIOCCB25: IMAGE REWRITE FAILED '
                     CICARD-NUMB ' STATUS ' WS-IMG-STATUS
               END-IF
            ELSE
               ADD 1 TO WS-TOTAL-UNCHANGED
            END-IF
            .
       2010-CHECK-ONE-CARD-EXIT.
            EXIT.
      *
       2020-SEND-NEW-ACCOUNT.
            MOVE SPACES TO CIPRCFED-REC
            SET CIPRCFED-NEW-ACCOUNT TO TRUE
            MOVE CICARD-NUMB         TO CIPRCFED-CARD-NUMB
            MOVE CICARD-APPL-ID      TO CIPRCFED-APPL-ID
            MOVE WS-BUS-DATE         TO CIPRCFED-EFF-DATE
            MOVE CICARD-STATUS       TO CIPRCFED-ACCT-STATUS
            MOVE CICARD-LIMIT        TO CIPRCFED-ACCT-LIMIT
            MOVE CICARD-ISSUE-DATE   TO CIPRCFED-ACCT-ISSUE-DATE
            MOVE CICARD-EXPIRY-DATE  TO CIPRCFED-ACCT-EXPIRY-DATE
            MOVE CICARD-REPL-FROM    TO CIPRCFED-ACCT-REPL-FROM
            MOVE ZERO                TO CIPRCFED-ACCT-BILL-TYPE
                                        CIPRCFED-ACCT-BILL-ADDR
                                        CIPRCFED-ACCT-BILL-DATE
                                        CIPRCFED-ACCT-ID-TYPE
            MOVE 'N' TO WS-APPL-FOUND-SW
            IF WS-APPL-OPEN
               MOVE CICARD-APPL-ID TO CIC0012O-ID
               READ CIC0012-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPL-FOUND TO TRUE
               END-READ
            END-IF
            IF WS-APPL-FOUND
               MOVE CIC0012O-BILL-TYPE      TO CIPRCFED-ACCT-BILL-TYPE
               MOVE CIC0012O-BILL-ADDR      TO CIPRCFED-ACCT-BILL-ADDR
               MOVE CIC0012O-BILL-DATE      TO CIPRCFED-ACCT-BILL-DATE
               MOVE CIC0012O-CUST-ID-TYPE   TO CIPRCFED-ACCT-ID-TYPE
               MOVE CIC0012O-CUST-ID-NUMBER TO CIPRCFED-ACCT-ID-NUMBER
               MOVE CIC0012O-NAME           TO CIPRCFED-ACCT-NAME
               MOVE CIC0012O-ENGLISH-NAME   TO CIPRCFED-ACCT-ENG-NAME
            ELSE
               ADD 1 TO WS-TOTAL-NO-BILLING
               MOVE CICARD-NUMB    TO WS-DL-CARD-NUMB
               MOVE CICARD-APPL-ID TO WS-DL-APPL-ID
               MOVE 'APPLICATION NOT ON FILE - NO BILLING'
                    TO WS-DL-TEXT
               MOVE WS-DETAIL-LINE TO RPT-REC
               WRITE RPT-REC
            END-IF
            IF CICARD-PRIMARY-NUMB = ZERO
               SET CIPRCFED-ACCT-PRIMARY TO TRUE
            ELSE
               SET CIPRCFED-ACCT-SUPPLEMENTARY TO TRUE
               MOVE CICARD-HOLDER-ID-TYPE   TO CIPRCFED-ACCT-ID-TYPE
               MOVE CICARD-HOLDER-ID-NUMBER TO CIPRCFED-ACCT-ID-NUMBER
               MOVE CICARD-HOLDER-NAME      TO CIPRCFED-ACCT-NAME
               MOVE CICARD-HOLDER-ENG-NAME  TO CIPRCFED-ACCT-ENG-NAME
            END-IF
            PERFORM 2090-WRITE-FEED
               THRU 2090-WRITE-FEED-EXIT
            ADD 1 TO WS-TOTAL-NEW
            ADD CICARD-LIMIT TO WS-LIMIT-HASH
            INITIALIZE CIPRCIMG-REC
            MOVE CICARD-NUMB        TO CIPRCIMG-NUMB
            MOVE CICARD-APPL-ID     TO CIPRCIMG-APPL-ID
            MOVE CICARD-STATUS      TO CIPRCIMG-STATUS
            MOVE CICARD-LIMIT       TO CIPRCIMG-LIMIT
            MOVE CICARD-EXPIRY-DATE TO CIPRCIMG-EXPIRY-DATE
            MOVE WS-BUS-DATE        TO CIPRCIMG-SENT-DATE
            MOVE 'N'                TO CIPRCIMG-SENT-TYPE
            SET CIPRCIMG-ACK-PENDING TO TRUE
            WRITE CIPRCIMG-REC
            IF NOT WS-IMG-OK
               DISPLAY 'CIOCCB25: IMAGE WRITE FAILED '
                  CICARD-NUMB ' STATUS ' WS-IMG-STATUS
            END-IF
            .
       2020-SEND-NEW-ACCOUNT-EXIT.
            EXIT.
      *
       2030-SEND-LIMIT-CHANGE.
            MOVE SPACES TO CIPRCFED-REC
            SET CIPRCFED-LIMIT-CHANGE TO TRUE
            MOVE CICARD-NUMB     TO CIPRCFED-CARD-NUMB
            MOVE CICARD-APPL-ID  TO CIPRCFED-APPL-ID
            MOVE WS-BUS-DATE     TO CIPRCFED-EFF-DATE
            MOVE CIPRCIMG-LIMIT  TO CIPRCFED-LIM-OLD
            MOVE CICARD-LIMIT    TO CIPRCFED-LIM-NEW
            PERFORM 2090-WRITE-FEED
               THRU 2090-WRITE-FEED-EXIT
            ADD 1 TO WS-TOTAL-LIMIT
            ADD CICARD-LIMIT TO WS-LIMIT-HASH
            MOVE CICARD-LIMIT TO CIPRCIMG-LIMIT
            MOVE 'L'          TO CIPRCIMG-SENT-TYPE
            SET WS-SENT TO TRUE
            .
       2030-SEND-LIMIT-CHANGE-EXIT.
            EXIT.
      *
      * THE KIND OF CHANGE IS TAKEN FROM THE NEW STATUS, AND FOR AN
      * ACTIVE CARD FROM WHERE IT CAME FROM; AN UNCHANGED STATUS
      * WITH A NEW EXPIRY IS A RENEWAL
       2040-SEND-STATUS-CHANGE.
            MOVE SPACES TO CIPRCFED-REC
            SET CIPRCFED-STATUS-CHANGE TO TRUE
            MOVE CICARD-NUMB        TO CIPRCFED-CARD-NUMB
            MOVE CICARD-APPL-ID     TO CIPRCFED-APPL-ID
            MOVE WS-BUS-DATE        TO CIPRCFED-EFF-DATE
            MOVE CIPRCIMG-STATUS    TO CIPRCFED-STS-OLD
            MOVE CICARD-STATUS      TO CIPRCFED-STS-NEW
            MOVE CICARD-EXPIRY-DATE TO CIPRCFED-STS-EXPIRY-DATE
            EVALUATE TRUE
                WHEN CICARD-STATUS = CIPRCIMG-STATUS
                     SET CIPRCFED-STS-RENEWAL    TO TRUE
                WHEN CICARD-ACTIVE
                 AND CIPRCIMG-STATUS = 002
                     SET CIPRCFED-STS-UNBLOCK    TO TRUE
                WHEN CICARD-ACTIVE
                     SET CIPRCFED-STS-ACTIVATION TO TRUE
                WHEN CICARD-BLOCKED
                     SET CIPRCFED-STS-BLOCK      TO TRUE
                WHEN CICARD-LOST
                     SET CIPRCFED-STS-LOST       TO TRUE
                WHEN CICARD-STOLEN
                     SET CIPRCFED-STS-STOLEN     TO TRUE
                WHEN CICARD-EXPIRED
                     SET CIPRCFED-STS-EXPIRY     TO TRUE
                WHEN CICARD-CANCELLED
                     SET CIPRCFED-STS-CANCEL     TO TRUE
                WHEN OTHER
                     SET CIPRCFED-STS-OTHER      TO TRUE
            END-EVALUATE
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > 9
               IF WS-CHANGE-CODES(WS-CX:1) = CIPRCFED-STS-CHANGE
                  ADD 1 TO WS-CHANGE-COUNT(WS-CX)
               END-IF
            END-PERFORM
            PERFORM 2090-WRITE-FEED
               THRU 2090-WRITE-FEED-EXIT
            ADD 1 TO WS-TOTAL-STATUS
            MOVE CICARD-STATUS      TO CIPRCIMG-STATUS
            MOVE CICARD-EXPIRY-DATE TO CIPRCIMG-EXPIRY-DATE
            MOVE 'S'                TO CIPRCIMG-SENT-TYPE
            SET WS-SENT TO TRUE
            .
       2040-SEND-STATUS-CHANGE-EXIT.
            EXIT.
      *
       2090-WRITE-FEED.
            WRITE CIPRCFED-REC
            IF NOT WS-FED-OK
               DISPLAY 'CIOCCB25: FED-FILE WRITE FAILED '
                  WS-FED-STATUS
               MOVE 8 TO RETURN-CODE
            END-IF
            ADD 1 TO WS-TOTAL-RECORDS
            .
       2090-WRITE-FEED-EXIT.
            EXIT.
      *
       3000-PRINT-SUMMARY.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'CARDS ON MASTER'              TO WS-SL-LABEL
            MOVE WS-TOTAL-CARDS                 TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'CARDS UNCHANGED'              TO WS-SL-LABEL
            MOVE WS-TOTAL-UNCHANGED             TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'NEW ACCOUNT RECORDS'          TO WS-SL-LABEL
            MOVE WS-TOTAL-NEW                   TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE '  WITHOUT BILLING DETAIL'     TO WS-SL-LABEL
            MOVE WS-TOTAL-NO-BILLING            TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'LIMIT CHANGE RECORDS'         TO WS-SL-LABEL
            MOVE WS-TOTAL-LIMIT                 TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'STATUS CHANGE RECORDS'        TO WS-SL-LABEL
            MOVE WS-TOTAL-STATUS                TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > 9
               MOVE SPACES TO WS-SL-LABEL
               MOVE WS-CHANGE-LABEL(WS-CX) TO WS-SL-LABEL(3:20)
               MOVE WS-CHANGE-COUNT(WS-CX) TO WS-SL-COUNT
               MOVE WS-SUMMARY-LINE TO RPT-REC
               WRITE RPT-REC
            END-PERFORM
            MOVE 'FEED RECORDS WRITTEN'         TO WS-SL-LABEL
            MOVE WS-TOTAL-RECORDS               TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       3000-PRINT-SUMMARY-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            CLOSE CARD-FILE
            CLOSE IMG-FILE
            CLOSE FED-FILE
            IF WS-APPL-OPEN
               CLOSE CIC0012-FILE
            END-IF
            CLOSE RPT-FILE
            DISPLAY 'CIOCCB25: CARDS ON MASTER    ' WS-TOTAL-CARDS
            DISPLAY 'CIOCCB25: NEW ACCOUNTS       ' WS-TOTAL-NEW
            DISPLAY 'CIOCCB25: LIMIT CHANGES      ' WS-TOTAL-LIMIT
            DISPLAY 'CIOCCB25: STATUS CHANGES     ' WS-TOTAL-STATUS
            DISPLAY 'CIOCCB25: FEED RECORDS       ' WS-TOTAL-RECORDS
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-RECORDS TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
