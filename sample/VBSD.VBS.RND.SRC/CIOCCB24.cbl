       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB24.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * NIGHTLY APPLICATION FRAUD VELOCITY CHECK. CIOCCB02 ONLY
      * CATCHES A SECOND APPLICATION UNDER THE SAME CUSTOMER ID;
      * THIS STEP LOOKS FOR RINGS USING DIFFERENT IDS WITH THE SAME
      * CONTACT OR ADDRESS DETAILS. EVERY NEW APPLICATION ON THE
      * CIC0012N INTAKE FEED IS MATCHED ON FOUR ATTRIBUTES:
      *   001 MOBILE
      *   002 EMAIL
      *   003 LIVE ZIP CODE + LIVE ADDRESS
      *   004 COMPANY NAME + COMPANY ADDRESS
      * AGAINST EVERY APPLICATION ON THE LIVE FILE TAKEN IN WITHIN
      * THE LAST CIFRDDAY DAYS (DEFAULT 30). A NEW APPLICATION THAT
      * SHARES AN ATTRIBUTE WITH CIFRDCNT (DEFAULT 3) OR MORE OTHER
      * APPLICATIONS UNDER DIFFERENT CUSTOMER IDS IS REFERRED:
      * CIC0012O-FRAUD-FLAG IS SET WITH THE ATTRIBUTE CODE AS THE
      * CIREASON FRAUD REASON, WHICH HOLDS IT AT INTERVIEW CHECK
      * UNTIL A SUPERVISOR CLEARS IT ON CIOCCM16. THE CIFRDRPT
      * REFERRAL REPORT LISTS EACH CLUSTER WITH EVERY LINKED
      * APPLICATION.
      *
      * LIKE CIOCCB02 THE MATCH IS SORT-DRIVEN, SO ANY VOLUME OF
      * APPLICATIONS IS MATCHED: ONE RECORD PER ATTRIBUTE IS SORTED
      * INTO ATTRIBUTE ORDER AND EACH CLUSTER IS WEIGHED AS IT
      * BREAKS.
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
           SELECT CIC0012-FILE ASSIGN TO 'CIC0012O'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIC0012O-ID
               ALTERNATE RECORD KEY CIC0012O-STATUS
                   WITH DUPLICATES
               FILE STATUS WS-CIC0012-STATUS.
           SELECT NEWAPP-FILE ASSIGN TO 'CIC0012N'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NEWAPP-STATUS.
           SELECT NEWW-FILE ASSIGN TO 'CIFRDW1'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NEWW-STATUS.
           SELECT ATTW-FILE ASSIGN TO 'CIFRDW2'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ATTW-STATUS.
           SELECT SORT1-FILE ASSIGN TO 'SORTWK01'.
           SELECT SORT2-FILE ASSIGN TO 'SORTWK02'.
           SELECT RPT-FILE ASSIGN TO 'CIFRDRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  NEWAPP-FILE.
       01 NEWAPP-REC.
          05 NEWAPP-ID               PIC 9(13).
          05 NEWAPP-ID-TYPE          PIC 9(03).
          05 NEWAPP-ID-NUMBER        PIC X(18).
      *
       FD  NEWW-FILE.
       01 NEWW-REC.
          05 NEWW-ID                 PIC 9(13).
      *
       FD  ATTW-FILE.
       01 ATTW-REC.
          05 ATTW-KEY.
             10 ATTW-KIND            PIC 9(03).
             10 ATTW-VALUE           PIC X(80).
          05 ATTW-NEW-SW             PIC X(01).
             88 ATTW-NEW             VALUE 'Y'.
          05 ATTW-APPL-ID            PIC 9(13).
          05 ATTW-CUST-ID-TYPE       PIC 9(03).
          05 ATTW-CUST-ID-NUMBER     PIC X(18).
          05 ATTW-IN-DATE            PIC X(10).
          05 ATTW-STATUS             PIC 9(03).
      *
       SD  SORT1-FILE.
       01 SORT1-REC.
          05 SORT1-ID                PIC 9(13).
      *
      * NEW APPLICATIONS SORT FIRST WITHIN A CLUSTER SO THEY ARE
      * ALWAYS HELD IN THE CLUSTER TABLE
       SD  SORT2-FILE.
       01 SORT2-REC.
          05 SORT2-KIND              PIC 9(03).
          05 SORT2-VALUE             PIC X(80).
          05 SORT2-NEW-SW            PIC X(01).
          05 SORT2-APPL-ID           PIC 9(13).
          05 FILLER                  PIC X(34).
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB24 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB24'.
       01 WS-FLAGS.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
             88 WS-CIC0012-EOF      VALUE '10'.
          05 WS-NEWAPP-STATUS       PIC X(02).
             88 WS-NEWAPP-OK        VALUE '00'.
             88 WS-NEWAPP-EOF       VALUE '10'.
          05 WS-NEWW-STATUS         PIC X(02).
             88 WS-NEWW-OK          VALUE '00'.
             88 WS-NEWW-EOF         VALUE '10'.
          05 WS-ATTW-STATUS         PIC X(02).
             88 WS-ATTW-OK          VALUE '00'.
             88 WS-ATTW-EOF         VALUE '10'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-CIC0012-EOF-SW      PIC X(01) VALUE 'N'.
             88 WS-CIC0012-DONE     VALUE 'Y'.
          05 WS-NEWAPP-EOF-SW       PIC X(01) VALUE 'N'.
             88 WS-NEWAPP-DONE      VALUE 'Y'.
          05 WS-NEWW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-NEWW-DONE        VALUE 'Y'.
          05 WS-ATTW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-ATTW-DONE        VALUE 'Y'.
          05 WS-CIC0012-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-CIC0012-OPEN     VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-BUS-DATE            PIC X(10).
          05 WS-BUS-YYYYMMDD        PIC 9(08).
          05 WS-BUS-DAYS            PIC 9(08).
          05 WS-IN-YYYYMMDD         PIC 9(08).
          05 WS-IN-DAYS             PIC 9(08).
          05 WS-WINDOW-START-DAYS   PIC 9(08).
      * LINKED-APPLICATION THRESHOLD AND LOOK-BACK WINDOW, EACH
      * OVERRIDABLE PER RUN THROUGH ITS OWN VARIABLE
       01 WS-LINK-THRESHOLD         PIC 9(03) VALUE 3.
       01 WS-WINDOW-DAYS            PIC 9(03) VALUE 30.
       01 WS-PARM-NAME              PIC X(08).
       01 WS-PARM-X                 PIC X(03).
       01 WS-PARM-IX                PIC 9(02).
       01 WS-PARM-CHAR              PIC X(01).
       01 WS-PARM-DIGIT             PIC 9(01).
       01 WS-PARM-WORK              PIC 9(03).
       01 WS-PARM-BAD-SW            PIC X(01).
          88 WS-PARM-BAD            VALUE 'Y'.
       01 WS-NEW-SW                 PIC X(01).
          88 WS-IS-NEW              VALUE 'Y'.
       01 WS-IN-WINDOW-SW           PIC X(01).
          88 WS-IN-WINDOW           VALUE 'Y'.
      * EMAIL ADDRESSES MATCH REGARDLESS OF CASE
       01 WS-LOWER-CASE             PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE             PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MOBILE-X               PIC X(11).
      * ONE ATTRIBUTE RECORD IS BUILT HERE AND RELEASED TO THE SORT
       01 WS-ATTR-REC.
          05 WS-AR-KIND             PIC 9(03).
          05 WS-AR-VALUE            PIC X(80).
          05 WS-AR-NEW-SW           PIC X(01).
          05 WS-AR-APPL-ID          PIC 9(13).
          05 WS-AR-CUST-ID-TYPE     PIC 9(03).
          05 WS-AR-CUST-ID-NUMBER   PIC X(18).
          05 WS-AR-IN-DATE          PIC X(10).
          05 WS-AR-STATUS           PIC 9(03).
       01 WS-ADDR-VALUE.
          05 WS-AV-PART1            PIC X(40).
          05 WS-AV-PART2            PIC X(40).
      * ONE CLUSTER (APPLICATIONS SHARING ONE ATTRIBUTE VALUE) IS
      * HELD AT A TIME. A CLUSTER BIGGER THAN THE TABLE IS WEIGHED
      * ON THE APPLICATIONS HELD, WITH EVERY ONE BEYOND THE TABLE
      * COUNTED AS ANOTHER CUSTOMER'S - IT IS REPORTED, NOT DROPPED
       01 WS-CLUSTER-LIMIT          PIC 9(04) VALUE 1000.
       01 WS-CLUSTER-TABLE.
          05 WS-CL-COUNT            PIC 9(04) VALUE ZERO.
          05 WS-CL-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-CL-COUNT
                INDEXED BY WS-CX WS-CY.
             10 WS-CL-APPL-ID       PIC 9(13).
             10 WS-CL-CUST-ID-TYPE  PIC 9(03).
             10 WS-CL-CUST-ID-NUMBER PIC X(18).
             10 WS-CL-IN-DATE       PIC X(10).
             10 WS-CL-STATUS        PIC 9(03).
             10 WS-CL-NEW-SW        PIC X(01).
                88 WS-CL-NEW        VALUE 'Y'.
             10 WS-CL-FLAG-SW       PIC X(01).
                88 WS-CL-FLAGGED    VALUE 'Y'.
       01 WS-CLUSTER-WORK.
          05 WS-CUR-KEY.
             10 WS-CUR-KIND         PIC 9(03).
             10 WS-CUR-VALUE        PIC X(80).
          05 WS-CL-OVERFLOW         PIC 9(07).
          05 WS-CL-TOTAL            PIC 9(07).
          05 WS-CL-OTHERS           PIC 9(07).
          05 WS-CL-FLAG-COUNT       PIC 9(04).
       01 WS-COUNTERS.
          05 WS-TOTAL-NEW           PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NOT-LOADED    PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-SCANNED       PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-CLUSTERS      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-REFERRED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-NOT-HELD      PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(35) VALUE
             'FRAUD VELOCITY REFERRAL REPORT FOR '.
          05 WS-H1-DATE             PIC X(10).
       01 WS-HEADING2.
          05 FILLER                PIC X(11) VALUE 'THRESHOLD  '.
          05 WS-H2-THRESHOLD        PIC ZZ9.
          05 FILLER                PIC X(31) VALUE
             ' OTHER CUSTOMERS WITHIN WINDOW '.
          05 WS-H2-WINDOW           PIC ZZ9.
          05 FILLER                PIC X(05) VALUE ' DAYS'.
       01 WS-CLUSTER-LINE.
          05 FILLER                 PIC X(08) VALUE 'CLUSTER '.
          05 WS-CH-KIND             PIC 9(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-CH-LABEL            PIC X(24).
          05 FILLER                 PIC X(08) VALUE ' LINKED '.
          05 WS-CH-TOTAL            PIC ZZZ,ZZ9.
       01 WS-LINK-LINE.
          05 FILLER                 PIC X(07) VALUE '  APPL '.
          05 WS-LL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(06) VALUE ' CUST '.
          05 WS-LL-CUST-ID-TYPE     PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '/'.
          05 WS-LL-CUST-ID-NUMBER   PIC X(18).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-LL-IN-DATE          PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-LL-STATUS           PIC 9(03).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-LL-MARK             PIC X(10).
       01 WS-SUMMARY-LINE.
          05 WS-SL-LABEL            PIC X(30).
          05 WS-SL-COUNT            PIC ZZZ,ZZ9.
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
            PERFORM 1020-SORT-NEW-APPLICATIONS
               THRU 1020-SORT-NEW-APPLICATIONS-EXIT
            PERFORM 1030-SORT-ATTRIBUTES
               THRU 1030-SORT-ATTRIBUTES-EXIT
            PERFORM 2000-WEIGH-CLUSTERS
               THRU 2000-WEIGH-CLUSTERS-EXIT
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
            SET BD-FUNC-GET TO TRUE
            CALL 'CIOCBDAT' USING WS-BUSDATE-AREA
            IF BD-OK
               MOVE BD-BUS-DATE TO WS-BUS-DATE
            ELSE
               DISPLAY 'CIOCCB24: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            MOVE WS-BUS-DATE(1:4) TO WS-BUS-YYYYMMDD(1:4)
            MOVE WS-BUS-DATE(6:2) TO WS-BUS-YYYYMMDD(5:2)
            MOVE WS-BUS-DATE(9:2) TO WS-BUS-YYYYMMDD(7:2)
            COMPUTE WS-BUS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD)
            MOVE 'CIFRDCNT' TO WS-PARM-NAME
            MOVE SPACES TO WS-PARM-X
            ACCEPT WS-PARM-X FROM ENVIRONMENT 'CIFRDCNT'
            PERFORM 1010-PARSE-PARM
               THRU 1010-PARSE-PARM-EXIT
            IF WS-PARM-WORK > ZERO
               MOVE WS-PARM-WORK TO WS-LINK-THRESHOLD
            END-IF
            MOVE 'CIFRDDAY' TO WS-PARM-NAME
            MOVE SPACES TO WS-PARM-X
            ACCEPT WS-PARM-X FROM ENVIRONMENT 'CIFRDDAY'
            PERFORM 1010-PARSE-PARM
               THRU 1010-PARSE-PARM-EXIT
            IF WS-PARM-WORK > ZERO
               MOVE WS-PARM-WORK TO WS-WINDOW-DAYS
            END-IF
            COMPUTE WS-WINDOW-START-DAYS =
               WS-BUS-DAYS - WS-WINDOW-DAYS
            DISPLAY 'CIOCCB24: THRESHOLD ' WS-LINK-THRESHOLD
               ' WINDOW ' WS-WINDOW-DAYS ' DAYS'
            OPEN OUTPUT RPT-FILE
            MOVE WS-BUS-DATE TO WS-H1-DATE
            MOVE WS-HEADING1 TO RPT-REC
            WRITE RPT-REC
            MOVE WS-LINK-THRESHOLD TO WS-H2-THRESHOLD
            MOVE WS-WINDOW-DAYS    TO WS-H2-WINDOW
            MOVE WS-HEADING2 TO RPT-REC
            WRITE RPT-REC
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            .
       1000-INIT-EXIT.
            EXIT.
      *
      * THE JOB MAY SET EITHER VARIABLE LEFT- OR RIGHT-JUSTIFIED, SO
      * THE DIGITS ARE ASSEMBLED ONE BY ONE AND SPACES PASS THROUGH.
      * AN UNSET OR BAD VALUE ANSWERS ZERO AND THE DEFAULT STANDS.
       1010-PARSE-PARM.
            MOVE ZERO TO WS-PARM-WORK
            IF WS-PARM-X = SPACES
               GO TO 1010-PARSE-PARM-EXIT
            END-IF
            MOVE 'N' TO WS-PARM-BAD-SW
            PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                    UNTIL WS-PARM-IX > 3
               MOVE WS-PARM-X(WS-PARM-IX:1) TO WS-PARM-CHAR
               IF WS-PARM-CHAR NOT = SPACE
                  IF WS-PARM-CHAR IS NUMERIC
                     MOVE WS-PARM-CHAR TO WS-PARM-DIGIT
                     COMPUTE WS-PARM-WORK =
                        WS-PARM-WORK * 10 + WS-PARM-DIGIT
                  ELSE
                     SET WS-PARM-BAD TO TRUE
                  END-IF
               END-IF
            END-PERFORM
            IF WS-PARM-BAD OR WS-PARM-WORK = ZERO
               DISPLAY 'CIOCCB24: ' WS-PARM-NAME ' NOT NUMERIC: '
                  WS-PARM-X ' - DEFAULT USED'
               MOVE ZERO TO WS-PARM-WORK
            END-IF
            .
       1010-PARSE-PARM-EXIT.
            EXIT.
      *
      * THE INTAKE FEED IS SORTED INTO APPLICATION ID ORDER SO IT
      * CAN BE WALKED ALONGSIDE THE LIVE FILE'S PRIMARY KEY
       1020-SORT-NEW-APPLICATIONS.
            SORT SORT1-FILE
                 ASCENDING KEY SORT1-ID
                 INPUT PROCEDURE 1021-RELEASE-NEW
                    THRU 1021-RELEASE-NEW-EXIT
                 GIVING NEWW-FILE
            .
       1020-SORT-NEW-APPLICATIONS-EXIT.
            EXIT.
      *
       1021-RELEASE-NEW.
            OPEN INPUT NEWAPP-FILE
            IF NOT WS-NEWAPP-OK
               DISPLAY 'CIOCCB24: NEWAPP-FILE OPEN FAILED '
                  WS-NEWAPP-STATUS
               SET WS-NEWAPP-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-NEWAPP-DONE
               READ NEWAPP-FILE
                   AT END
                       SET WS-NEWAPP-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-NEW
                       MOVE NEWAPP-ID TO SORT1-ID
                       RELEASE SORT1-REC
               END-READ
            END-PERFORM
            IF WS-NEWAPP-OK OR WS-NEWAPP-EOF
               CLOSE NEWAPP-FILE
            END-IF
            .
       1021-RELEASE-NEW-EXIT.
            EXIT.
      *
      * ONE LIVE-FILE PASS IN KEY ORDER, WITH THE SORTED INTAKE IDS
      * WALKED ALONGSIDE TO MARK THE NEW APPLICATIONS; EVERY NEW OR
      * IN-WINDOW APPLICATION RELEASES ONE RECORD PER ATTRIBUTE IT
      * ACTUALLY CARRIES
       1030-SORT-ATTRIBUTES.
            SORT SORT2-FILE
                 ASCENDING KEY SORT2-KIND SORT2-VALUE
                 DESCENDING KEY SORT2-NEW-SW
                 ASCENDING KEY SORT2-APPL-ID
                 INPUT PROCEDURE 1031-RELEASE-ATTRIBUTES
                    THRU 1031-RELEASE-ATTRIBUTES-EXIT
                 GIVING ATTW-FILE
            .
       1030-SORT-ATTRIBUTES-EXIT.
            EXIT.
      *
       1031-RELEASE-ATTRIBUTES.
            OPEN INPUT NEWW-FILE
            IF NOT WS-NEWW-OK
               DISPLAY 'CIOCCB24: NEWW-FILE OPEN FAILED '
                  WS-NEWW-STATUS
               SET WS-NEWW-DONE TO TRUE
            ELSE
               PERFORM 1040-READ-NEW
                  THRU 1040-READ-NEW-EXIT
            END-IF
            OPEN INPUT CIC0012-FILE
            IF NOT WS-CIC0012-OK
               DISPLAY 'CIOCCB24: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
               SET WS-CIC0012-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-CIC0012-DONE
               READ CIC0012-FILE NEXT
                   AT END
                       SET WS-CIC0012-DONE TO TRUE
                   NOT AT END
                       PERFORM 1032-CHECK-ONE-APPLICATION
                          THRU 1032-CHECK-ONE-APPLICATION-EXIT
               END-READ
            END-PERFORM
      * AN INTAKE ID PAST THE END OF THE LIVE FILE WAS NEVER LOADED
            PERFORM UNTIL WS-NEWW-DONE
               ADD 1 TO WS-TOTAL-NOT-LOADED
               DISPLAY 'CIOCCB24: NEW APPLICATION NOT ON FILE '
                  NEWW-ID
               PERFORM 1040-READ-NEW
                  THRU 1040-READ-NEW-EXIT
            END-PERFORM
            IF WS-CIC0012-OK OR WS-CIC0012-EOF
               CLOSE CIC0012-FILE
            END-IF
            IF WS-NEWW-OK OR WS-NEWW-EOF
               CLOSE NEWW-FILE
            END-IF
            .
       1031-RELEASE-ATTRIBUTES-EXIT.
            EXIT.
      *
       1032-CHECK-ONE-APPLICATION.
            PERFORM UNTIL WS-NEWW-DONE
                    OR NEWW-ID >= CIC0012O-ID
               ADD 1 TO WS-TOTAL-NOT-LOADED
               DISPLAY 'CIOCCB24: NEW APPLICATION NOT ON FILE '
                  NEWW-ID
               PERFORM 1040-READ-NEW
                  THRU 1040-READ-NEW-EXIT
            END-PERFORM
            MOVE 'N' TO WS-NEW-SW
            IF NOT WS-NEWW-DONE
            AND NEWW-ID = CIC0012O-ID
               SET WS-IS-NEW TO TRUE
               PERFORM 1040-READ-NEW
                  THRU 1040-READ-NEW-EXIT
            END-IF
            MOVE 'N' TO WS-IN-WINDOW-SW
            IF CIC0012O-IN-DATE(1:4) IS NUMERIC
            AND CIC0012O-IN-DATE(6:2) IS NUMERIC
            AND CIC0012O-IN-DATE(9:2) IS NUMERIC
               MOVE CIC0012O-IN-DATE(1:4) TO WS-IN-YYYYMMDD(1:4)
               MOVE CIC0012O-IN-DATE(6:2) TO WS-IN-YYYYMMDD(5:2)
               MOVE CIC0012O-IN-DATE(9:2) TO WS-IN-YYYYMMDD(7:2)
               COMPUTE WS-IN-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-IN-YYYYMMDD)
               IF WS-IN-DAYS >= WS-WINDOW-START-DAYS
                  SET WS-IN-WINDOW TO TRUE
               END-IF
            END-IF
            IF NOT WS-IS-NEW AND NOT WS-IN-WINDOW
               GO TO 1032-CHECK-ONE-APPLICATION-EXIT
            END-IF
            ADD 1 TO WS-TOTAL-SCANNED
            INITIALIZE WS-ATTR-REC
            MOVE WS-NEW-SW               TO WS-AR-NEW-SW
            MOVE CIC0012O-ID             TO WS-AR-APPL-ID
            MOVE CIC0012O-CUST-ID-TYPE   TO WS-AR-CUST-ID-TYPE
            MOVE CIC0012O-CUST-ID-NUMBER TO WS-AR-CUST-ID-NUMBER
            MOVE CIC0012O-IN-DATE        TO WS-AR-IN-DATE
            MOVE CIC0012O-STATUS         TO WS-AR-STATUS
            IF CIC0012O-MOBILE NOT = ZERO
               MOVE CIC0012O-MOBILE TO WS-MOBILE-X
               MOVE 001         TO WS-AR-KIND
               MOVE WS-MOBILE-X TO WS-AR-VALUE
               PERFORM 1033-RELEASE-ONE-ATTRIBUTE
                  THRU 1033-RELEASE-ONE-ATTRIBUTE-EXIT
            END-IF
            IF CIC0012O-EMAIL NOT = SPACES
               MOVE 002            TO WS-AR-KIND
               MOVE CIC0012O-EMAIL TO WS-AR-VALUE
               INSPECT WS-AR-VALUE
                  CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               PERFORM 1033-RELEASE-ONE-ATTRIBUTE
                  THRU 1033-RELEASE-ONE-ATTRIBUTE-EXIT
            END-IF
            IF CIC0012O-LIVE-ADDRESS NOT = SPACES
               MOVE SPACES                 TO WS-ADDR-VALUE
               MOVE CIC0012O-LIVE-ZIP-CODE TO WS-AV-PART1
               MOVE CIC0012O-LIVE-ADDRESS  TO WS-AV-PART2
               MOVE 003           TO WS-AR-KIND
               MOVE WS-ADDR-VALUE TO WS-AR-VALUE
               PERFORM 1033-RELEASE-ONE-ATTRIBUTE
                  THRU 1033-RELEASE-ONE-ATTRIBUTE-EXIT
            END-IF
            IF CIC0012O-COMPANY-NAME NOT = SPACES
            AND CIC0012O-COMPANY-ADRESS NOT = SPACES
               MOVE CIC0012O-COMPANY-NAME   TO WS-AV-PART1
               MOVE CIC0012O-COMPANY-ADRESS TO WS-AV-PART2
               MOVE 004           TO WS-AR-KIND
               MOVE WS-ADDR-VALUE TO WS-AR-VALUE
               PERFORM 1033-RELEASE-ONE-ATTRIBUTE
                  THRU 1033-RELEASE-ONE-ATTRIBUTE-EXIT
            END-IF
            .
       1032-CHECK-ONE-APPLICATION-EXIT.
            EXIT.
      *
       1033-RELEASE-ONE-ATTRIBUTE.
            MOVE WS-ATTR-REC TO SORT2-REC
            RELEASE SORT2-REC
            .
       1033-RELEASE-ONE-ATTRIBUTE-EXIT.
            EXIT.
      *
       1040-READ-NEW.
            READ NEWW-FILE
                AT END
                    SET WS-NEWW-DONE TO TRUE
            END-READ
            .
       1040-READ-NEW-EXIT.
            EXIT.
      *
      * EACH RUN OF EQUAL ATTRIBUTE VALUES IS ONE CLUSTER; IT IS
      * WEIGHED WHEN THE VALUE CHANGES AND AGAIN AT END OF FILE
       2000-WEIGH-CLUSTERS.
            OPEN INPUT ATTW-FILE
            IF NOT WS-ATTW-OK
               DISPLAY 'CIOCCB24: ATTW-FILE OPEN FAILED '
                  WS-ATTW-STATUS
               SET WS-ATTW-DONE TO TRUE
            END-IF
            OPEN I-O CIC0012-FILE
            IF WS-CIC0012-OK
               SET WS-CIC0012-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB24: CIC0012-FILE I-O OPEN FAILED '
                  WS-CIC0012-STATUS
            END-IF
            MOVE ZERO TO WS-CL-COUNT
            MOVE ZERO TO WS-CL-OVERFLOW
            MOVE LOW-VALUES TO WS-CUR-KEY
            PERFORM UNTIL WS-ATTW-DONE
               READ ATTW-FILE
                   AT END
                       SET WS-ATTW-DONE TO TRUE
                   NOT AT END
                       IF ATTW-KEY NOT = WS-CUR-KEY
                          PERFORM 2020-WEIGH-ONE-CLUSTER
                             THRU 2020-WEIGH-ONE-CLUSTER-EXIT
                          MOVE ZERO TO WS-CL-COUNT
                          MOVE ZERO TO WS-CL-OVERFLOW
                          MOVE ATTW-KEY TO WS-CUR-KEY
                       END-IF
                       PERFORM 2010-HOLD-ONE-LINK
                          THRU 2010-HOLD-ONE-LINK-EXIT
               END-READ
            END-PERFORM
            PERFORM 2020-WEIGH-ONE-CLUSTER
               THRU 2020-WEIGH-ONE-CLUSTER-EXIT
            IF WS-ATTW-OK OR WS-ATTW-EOF
               CLOSE ATTW-FILE
            END-IF
            IF WS-CIC0012-OPEN
               CLOSE CIC0012-FILE
            END-IF
            .
       2000-WEIGH-CLUSTERS-EXIT.
            EXIT.
      *
       2010-HOLD-ONE-LINK.
            IF WS-CL-COUNT >= WS-CLUSTER-LIMIT
               ADD 1 TO WS-CL-OVERFLOW
               GO TO 2010-HOLD-ONE-LINK-EXIT
            END-IF
            ADD 1 TO WS-CL-COUNT
            SET WS-CX TO WS-CL-COUNT
            MOVE ATTW-APPL-ID        TO WS-CL-APPL-ID(WS-CX)
            MOVE ATTW-CUST-ID-TYPE   TO WS-CL-CUST-ID-TYPE(WS-CX)
            MOVE ATTW-CUST-ID-NUMBER TO WS-CL-CUST-ID-NUMBER(WS-CX)
            MOVE ATTW-IN-DATE        TO WS-CL-IN-DATE(WS-CX)
            MOVE ATTW-STATUS         TO WS-CL-STATUS(WS-CX)
            MOVE ATTW-NEW-SW         TO WS-CL-NEW-SW(WS-CX)
            MOVE 'N'                 TO WS-CL-FLAG-SW(WS-CX)
            .
       2010-HOLD-ONE-LINK-EXIT.
            EXIT.
      *
      * A NEW APPLICATION IS REFERRED WHEN THE CLUSTER HOLDS AT
      * LEAST THE THRESHOLD OF OTHER APPLICATIONS FILED UNDER A
      * DIFFERENT CUSTOMER ID. NEW APPLICATIONS SORT FIRST, SO THE
      * SCAN STOPS AT THE FIRST OLDER ONE.
       2020-WEIGH-ONE-CLUSTER.
            IF WS-CL-COUNT < 2
               GO TO 2020-WEIGH-ONE-CLUSTER-EXIT
            END-IF
            IF NOT WS-CL-NEW(1)
               GO TO 2020-WEIGH-ONE-CLUSTER-EXIT
            END-IF
            MOVE ZERO TO WS-CL-FLAG-COUNT
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-CL-COUNT
                       OR NOT WS-CL-NEW(WS-CX)
               MOVE WS-CL-OVERFLOW TO WS-CL-OTHERS
               PERFORM VARYING WS-CY FROM 1 BY 1
                       UNTIL WS-CY > WS-CL-COUNT
                  IF WS-CL-CUST-ID-TYPE(WS-CY) NOT =
                        WS-CL-CUST-ID-TYPE(WS-CX)
                  OR WS-CL-CUST-ID-NUMBER(WS-CY) NOT =
                        WS-CL-CUST-ID-NUMBER(WS-CX)
                     ADD 1 TO WS-CL-OTHERS
                  END-IF
               END-PERFORM
               IF WS-CL-OTHERS >= WS-LINK-THRESHOLD
                  SET WS-CL-FLAGGED(WS-CX) TO TRUE
                  ADD 1 TO WS-CL-FLAG-COUNT
               END-IF
            END-PERFORM
            IF WS-CL-FLAG-COUNT > ZERO
               ADD 1 TO WS-TOTAL-CLUSTERS
               PERFORM 2030-PRINT-CLUSTER
                  THRU 2030-PRINT-CLUSTER-EXIT
            END-IF
            .
       2020-WEIGH-ONE-CLUSTER-EXIT.
            EXIT.
      *
       2030-PRINT-CLUSTER.
            MOVE WS-CUR-KIND TO WS-CH-KIND
            EVALUATE WS-CUR-KIND
                WHEN 001
                     MOVE 'SHARED MOBILE'          TO WS-CH-LABEL
                WHEN 002
                     MOVE 'SHARED EMAIL'           TO WS-CH-LABEL
                WHEN 003
                     MOVE 'SHARED LIVE ZIP/ADDRESS' TO WS-CH-LABEL
                WHEN 004
                     MOVE 'SHARED COMPANY/ADDRESS' TO WS-CH-LABEL
            END-EVALUATE
            COMPUTE WS-CL-TOTAL = WS-CL-COUNT + WS-CL-OVERFLOW
            MOVE WS-CL-TOTAL TO WS-CH-TOTAL
            MOVE WS-CLUSTER-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE WS-CUR-VALUE TO RPT-REC
            WRITE RPT-REC
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-CL-COUNT
               MOVE WS-CL-APPL-ID(WS-CX)     TO WS-LL-APPL-ID
               MOVE WS-CL-CUST-ID-TYPE(WS-CX) TO WS-LL-CUST-ID-TYPE
               MOVE WS-CL-CUST-ID-NUMBER(WS-CX)
                                              TO WS-LL-CUST-ID-NUMBER
               MOVE WS-CL-IN-DATE(WS-CX)     TO WS-LL-IN-DATE
               MOVE WS-CL-STATUS(WS-CX)      TO WS-LL-STATUS
               MOVE SPACES                   TO WS-LL-MARK
               IF WS-CL-FLAGGED(WS-CX)
                  PERFORM 2040-REFER-APPLICATION
                     THRU 2040-REFER-APPLICATION-EXIT
               ELSE
                  IF WS-CL-NEW(WS-CX)
                     MOVE 'NEW'              TO WS-LL-MARK
                  END-IF
               END-IF
               MOVE WS-LINK-LINE TO RPT-REC
               WRITE RPT-REC
            END-PERFORM
            IF WS-CL-OVERFLOW > ZERO
               MOVE '  MORE LINKED APPLICATIONS NOT LISTED'
                    TO WS-SL-LABEL
               MOVE WS-CL-OVERFLOW TO WS-SL-COUNT
               MOVE WS-SUMMARY-LINE TO RPT-REC
               WRITE RPT-REC
            END-IF
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            .
       2030-PRINT-CLUSTER-EXIT.
            EXIT.
      *
      * ONLY AN APPLICATION STILL AT INTERVIEW CHECK CAN BE HELD
      * THERE; ONE ALREADY REFERRED KEEPS ITS FIRST REASON AND ONE
      * A SUPERVISOR HAS CLEARED IS NOT REFERRED AGAIN
       2040-REFER-APPLICATION.
            IF NOT WS-CIC0012-OPEN
               MOVE 'REPORTED'  TO WS-LL-MARK
               GO TO 2040-REFER-APPLICATION-EXIT
            END-IF
            MOVE WS-CL-APPL-ID(WS-CX) TO CIC0012O-ID
            READ CIC0012-FILE
                INVALID KEY
                    MOVE 'NOT FOUND' TO WS-LL-MARK
                    GO TO 2040-REFER-APPLICATION-EXIT
            END-READ
            EVALUATE TRUE
                WHEN CIC0012O-FRAUD-REFERRED
                     MOVE 'REFERRED' TO WS-LL-MARK
                WHEN CIC0012O-FRAUD-CLEARED
                     MOVE 'CLEARED'  TO WS-LL-MARK
                WHEN NOT CIC0012O-PENDING-INTCHK
                     ADD 1 TO WS-TOTAL-NOT-HELD
                     MOVE 'NOT HELD' TO WS-LL-MARK
                WHEN OTHER
                     MOVE 'Y'         TO CIC0012O-FRAUD-FLAG
                     MOVE WS-CUR-KIND TO CIC0012O-FRAUD-REASON
                     REWRITE CIC0012O-REC
                     IF WS-CIC0012-OK
                        ADD 1 TO WS-TOTAL-REFERRED
                        MOVE 'REFERRED' TO WS-LL-MARK
                     ELSE
                        DISPLAY 'CIOCCB24: REWRITE FAILED FOR '
                           CIC0012O-ID ' STATUS ' WS-CIC0012-STATUS
                        MOVE 'REPORTED' TO WS-LL-MARK
                     END-IF
            END-EVALUATE
            .
       2040-REFER-APPLICATION-EXIT.
            EXIT.
      *
       3000-PRINT-SUMMARY.
            MOVE 'NEW APPLICATIONS'             TO WS-SL-LABEL
            MOVE WS-TOTAL-NEW                   TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'NEW APPLICATIONS NOT ON FILE' TO WS-SL-LABEL
            MOVE WS-TOTAL-NOT-LOADED            TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'APPLICATIONS COMPARED'        TO WS-SL-LABEL
            MOVE WS-TOTAL-SCANNED               TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'CLUSTERS REPORTED'            TO WS-SL-LABEL
            MOVE WS-TOTAL-CLUSTERS              TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'APPLICATIONS REFERRED'        TO WS-SL-LABEL
            MOVE WS-TOTAL-REFERRED              TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            MOVE 'PAST INTERVIEW - NOT HELD'    TO WS-SL-LABEL
            MOVE WS-TOTAL-NOT-HELD              TO WS-SL-COUNT
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       3000-PRINT-SUMMARY-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            CLOSE RPT-FILE
            DISPLAY 'CIOCCB24: NEW APPLICATIONS   ' WS-TOTAL-NEW
            DISPLAY 'CIOCCB24: CLUSTERS REPORTED  ' WS-TOTAL-CLUSTERS
            DISPLAY 'CIOCCB24: REFERRED           ' WS-TOTAL-REFERRED
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-NEW TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
