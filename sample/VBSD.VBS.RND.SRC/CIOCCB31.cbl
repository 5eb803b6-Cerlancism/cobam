       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB31.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * QUARTERLY PORTFOLIO REVIEW - BUREAU SUBMISSION. WALKS THE
      * CICARD MASTER AND PUTS THE CUSTOMER ID OF EVERY ACTIVE
      * PRIMARY CARDHOLDER ON THE CIRVSUB REVIEW EXTRACT FOR THE
      * CREDIT BUREAU, ONE ENTRY PER CUSTOMER (A CUSTOMER HOLDING
      * SEVERAL CARDS IS ASKED ABOUT ONCE). THE CUSTOMER ID COMES
      * FROM THE CARD'S APPLICATION ON THE LIVE CIC0012O FILE, OR
      * FROM CIARCH WHEN THE APPLICATION HAS BEEN ARCHIVED; A CARD
      * WITH NEITHER IS COUNTED AND LEFT OUT.
      *
      * THE EXTRACT USES THE CIBURSUB LAYOUT OF THE APPLICATION-TIME
      * SUBMISSION (CIOCCB07) BUT GOES TO ITS OWN DATASET, SO THE
      * BUREAU ANSWERS THE REVIEW ON A SEPARATE RESPONSE FILE
      * (CIRVRSP) THAT CIOCCB32 MATCHES BACK. SUPPLEMENTARY CARDS
      * SHARE THEIR PRIMARY'S LIMIT AND ARE REVIEWED WITH IT.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      CIC0012O MANUAL CREDIT OVERRIDE FLAG
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
           SELECT CIC0012-FILE ASSIGN TO 'CIC0012O'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIC0012O-ID
               ALTERNATE RECORD KEY CIC0012O-STATUS
                   WITH DUPLICATES
               FILE STATUS WS-CIC0012-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'CIARCH'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ARCH-ID
               FILE STATUS WS-ARCH-STATUS.
           SELECT SUBW-FILE ASSIGN TO 'CIRVW1'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SUBW-STATUS.
           SELECT SUB-FILE ASSIGN TO 'CIRVSUB'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SUB-STATUS.
           SELECT SORTC-FILE ASSIGN TO 'SORTWK01'.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  ARCH-FILE.
       01 ARCH-REC.
          05 ARCH-ID                 PIC 9(13).
          05 ARCH-REST               PIC X(1084).
      *
       FD  SUBW-FILE.
       01 SUBW-REC.
          05 SUBW-KEY.
             10 SUBW-ID-TYPE         PIC 9(03).
             10 SUBW-ID-NUMBER       PIC X(18).
          05 SUBW-APPL-ID            PIC 9(13).
      *
       FD  SUB-FILE.
       COPY CIBURSUB.
      *
       SD  SORTC-FILE.
       01 SORTC-REC.
          05 SORTC-KEY.
             10 SORTC-ID-TYPE        PIC 9(03).
             10 SORTC-ID-NUMBER      PIC X(18).
          05 SORTC-APPL-ID           PIC 9(13).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB31 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB31'.
       01 WS-FLAGS.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
          05 WS-ARCH-STATUS         PIC X(02).
             88 WS-ARCH-OK          VALUE '00' '02'.
          05 WS-SUBW-STATUS         PIC X(02).
             88 WS-SUBW-OK          VALUE '00'.
          05 WS-SUB-STATUS          PIC X(02).
             88 WS-SUB-OK           VALUE '00'.
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-SUBW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-SUBW-DONE        VALUE 'Y'.
          05 WS-APPL-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-APPL-OPEN        VALUE 'Y'.
          05 WS-ARCH-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-ARCH-OPEN        VALUE 'Y'.
          05 WS-APPL-FOUND-SW       PIC X(01).
             88 WS-APPL-FOUND       VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
       01 WS-LAST-KEY.
          05 WS-LAST-ID-TYPE        PIC 9(03).
          05 WS-LAST-ID-NUMBER      PIC X(18).
       01 WS-COUNTERS.
          05 WS-TOTAL-CARDS         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-REVIEWED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-FROM-ARCH     PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NO-APPL       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SUBMITTED     PIC 9(07) VALUE ZERO.
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
            PERFORM 2000-SORT-CARDHOLDERS
               THRU 2000-SORT-CARDHOLDERS-EXIT
            PERFORM 3000-WRITE-SUBMISSIONS
               THRU 3000-WRITE-SUBMISSIONS-EXIT
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
      * AN ARCHIVED APPLICATION IS MOVED INTO THE CIC0012O RECORD,
      * SO AN ARCHIVE LAYOUT LEFT BEHIND ENDS THE RUN HERE
            IF LENGTH OF ARCH-REC NOT = LENGTH OF CIC0012O-REC
               DISPLAY 'CIOCCB31: CIARCH RECORD LENGTH DIFFERS FROM '
                  'CIC0012O - ADJUST ARCH-REC'
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
               DISPLAY 'CIOCCB31: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            .
       1000-INIT-EXIT.
            EXIT.
      *
      * EVERY ACTIVE PRIMARY CARDHOLDER, SORTED BY THE CUSTOMER ID
      * THE BUREAU IS ASKED ABOUT
       2000-SORT-CARDHOLDERS.
            SORT SORTC-FILE
                 ASCENDING KEY SORTC-KEY
                 INPUT PROCEDURE 2010-RELEASE-CARDHOLDERS
                    THRU 2010-RELEASE-CARDHOLDERS-EXIT
                 GIVING SUBW-FILE
            .
       2000-SORT-CARDHOLDERS-EXIT.
            EXIT.
      *
       2010-RELEASE-CARDHOLDERS.
            OPEN INPUT CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB31: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               SET WS-CARD-DONE TO TRUE
            END-IF
            OPEN INPUT CIC0012-FILE
            IF WS-CIC0012-OK
               SET WS-APPL-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB31: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
            END-IF
      * NO ARCHIVE YET (NOTHING HAS AGED OUT) IS NOT AN ERROR
            OPEN INPUT ARCH-FILE
            IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB31: ARCH-FILE NOT OPENED '
                  WS-ARCH-STATUS
            END-IF
            PERFORM UNTIL WS-CARD-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-CARD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CARDS
                       IF CICARD-ACTIVE
                       AND CICARD-PRIMARY-NUMB = ZERO
                          PERFORM 2020-RELEASE-ONE-CARDHOLDER
                             THRU 2020-RELEASE-ONE-CARDHOLDER-EXIT
                       END-IF
               END-READ
            END-PERFORM
            CLOSE CARD-FILE
            IF WS-APPL-OPEN
               CLOSE CIC0012-FILE
            END-IF
            IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
            END-IF
            .
       2010-RELEASE-CARDHOLDERS-EXIT.
            EXIT.
      *
      * THE LIVE FILE FIRST; AN APPLICATION ARCHIVED BY CIOCCB10
      * WHOSE CARD IS STILL LIVE IS READ BACK FROM CIARCH
       2020-RELEASE-ONE-CARDHOLDER.
            ADD 1 TO WS-TOTAL-REVIEWED
            MOVE 'N' TO WS-APPL-FOUND-SW
            IF WS-APPL-OPEN
               MOVE CICARD-APPL-ID TO CIC0012O-ID
               READ CIC0012-FILE
                   KEY IS CIC0012O-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPL-FOUND TO TRUE
               END-READ
            END-IF
            IF NOT WS-APPL-FOUND AND WS-ARCH-OPEN
               MOVE CICARD-APPL-ID TO ARCH-ID
               READ ARCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCH-REC TO CIC0012O-REC
                       SET WS-APPL-FOUND TO TRUE
                       ADD 1 TO WS-TOTAL-FROM-ARCH
               END-READ
            END-IF
            IF NOT WS-APPL-FOUND
               ADD 1 TO WS-TOTAL-NO-APPL
               DISPLAY 'CIOCCB31: NO APPLICATION FOR CARD '
                  CICARD-NUMB ' - NOT SUBMITTED'
               GO TO 2020-RELEASE-ONE-CARDHOLDER-EXIT
            END-IF
            MOVE CIC0012O-CUST-ID-TYPE   TO SORTC-ID-TYPE
            MOVE CIC0012O-CUST-ID-NUMBER TO SORTC-ID-NUMBER
            MOVE CICARD-APPL-ID          TO SORTC-APPL-ID
            RELEASE SORTC-REC
            .
       2020-RELEASE-ONE-CARDHOLDER-EXIT.
            EXIT.
      *
      * ONE SUBMISSION PER CUSTOMER ID; THE FIRST APPLICATION SEEN
      * FOR THE CUSTOMER RIDES ALONG FOR THE BUREAU'S REFERENCE
       3000-WRITE-SUBMISSIONS.
            OPEN INPUT SUBW-FILE
            IF NOT WS-SUBW-OK
               DISPLAY 'CIOCCB31: SUBW-FILE OPEN FAILED '
                  WS-SUBW-STATUS
               SET WS-SUBW-DONE TO TRUE
            END-IF
            OPEN OUTPUT SUB-FILE
            IF NOT WS-SUB-OK
               DISPLAY 'CIOCCB31: SUB-FILE OPEN FAILED '
                  WS-SUB-STATUS
               SET WS-SUBW-DONE TO TRUE
            END-IF
            MOVE ZERO   TO WS-LAST-ID-TYPE
            MOVE SPACES TO WS-LAST-ID-NUMBER
            PERFORM UNTIL WS-SUBW-DONE
               READ SUBW-FILE
                   AT END
                       SET WS-SUBW-DONE TO TRUE
                   NOT AT END
                       IF SUBW-KEY NOT = WS-LAST-KEY
                          PERFORM 3010-WRITE-ONE-SUBMISSION
                             THRU 3010-WRITE-ONE-SUBMISSION-EXIT
                       END-IF
               END-READ
            END-PERFORM
            CLOSE SUBW-FILE
            CLOSE SUB-FILE
            .
       3000-WRITE-SUBMISSIONS-EXIT.
            EXIT.
      *
       3010-WRITE-ONE-SUBMISSION.
            MOVE SUBW-KEY TO WS-LAST-KEY
            INITIALIZE CIBURSUB-REC
            MOVE SUBW-APPL-ID   TO CIBURSUB-APPL-ID
            MOVE SUBW-ID-TYPE   TO CIBURSUB-CUST-ID-TYPE
            MOVE SUBW-ID-NUMBER TO CIBURSUB-CUST-ID-NUMBER
            MOVE WS-BUS-DATE    TO CIBURSUB-SUBMIT-DATE
            WRITE CIBURSUB-REC
            ADD 1 TO WS-TOTAL-SUBMITTED
            .
       3010-WRITE-ONE-SUBMISSION-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB31: CARDS READ         ' WS-TOTAL-CARDS
            DISPLAY 'CIOCCB31: ACTIVE PRIMARIES   ' WS-TOTAL-REVIEWED
            DISPLAY 'CIOCCB31: FROM ARCHIVE       ' WS-TOTAL-FROM-ARCH
            DISPLAY 'CIOCCB31: NO APPLICATION     ' WS-TOTAL-NO-APPL
            DISPLAY 'CIOCCB31: CUSTOMERS SUBMITTED '
               WS-TOTAL-SUBMITTED
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-SUBMITTED TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
      * A CARD THAT CANNOT BE TRACED TO ITS APPLICATION IS LEFT OUT
      * OF THE REVIEW - A WARNING FOR OPERATIONS, NOT A FAILED STEP
            IF WS-TOTAL-NO-APPL > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
