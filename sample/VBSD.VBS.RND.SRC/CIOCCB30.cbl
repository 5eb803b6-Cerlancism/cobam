       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB30.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * NIGHTLY REFERENTIAL-INTEGRITY CHECK ACROSS THE MASTER FILES.
      * PRINTS CIRIRPT WITH ONE LINE PER FINDING:
      *   CARD     - A CICARD CARD WHOSE APPLICATION IS ON NEITHER
      *              CIC0012O NOR CIARCH,
      *   APPROVED - AN APPLICATION APPROVED MORE THAN A DAY BEFORE
      *              THE BUSINESS DATE THAT STILL HAS NO CARD,
      *   CUSTXR   - A CICUSTXR CROSS-REFERENCE WHOSE APPLICATION
      *              (LIVE OR ARCHIVED), CARD OR SUPPLEMENTARY CARD
      *              IS MISSING,
      *   LIMREQ   - AN OPEN CILIMREQ REQUEST OR REVIEW OFFER FOR A
      *              CARD THAT IS NO LONGER ACTIVE (OR NO LONGER ON
      *              FILE),
      *   WORKQ    - A CIWRKQ ASSIGNMENT OLDER THAN CIWRKHRS HOURS
      *              (DEFAULT 12), OR WHOSE APPLICATION HAS LEFT THE
      *              STAGE IT WAS CLAIMED AT.
      * THE RUN IS REPORT-ONLY UNLESS CIRIMODE IS SET TO REPAIR. IN
      * REPAIR MODE THE ASSIGNMENTS OLDER THAN CIWRKHRS HOURS ARE
      * RELEASED AND THE ORPHAN CROSS-REFERENCES ARE LEFT OUT OF
      * THE NEW CICUSTXN FILE, AND EVERY FIX IS APPENDED TO THE
      * CIRIAUD AUDIT FILE. CICUSTXN IS WRITTEN IN BOTH MODES (AN
      * EXACT COPY WHEN REPORTING) FOR THE JOB TO SWAP IN.
      * ANY FINDING ENDS THE STEP WITH RETURN CODE 4.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      SUPPLEMENTARY CARD CROSS-REFERENCES
      *                         CHECKED AGAINST CICARD AS CARD ONES
      *2026-10-15    KEVIN      REVIEW OFFERS CHECKED AS OPEN
      *                         REQUESTS
      *2026-10-15    KEVIN      CIC0012O MANUAL CREDIT OVERRIDE FLAG
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
           SELECT CARD-FILE ASSIGN TO 'CICARD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CICARD-NUMB
               ALTERNATE RECORD KEY CICARD-APPL-ID
                   WITH DUPLICATES
               FILE STATUS WS-CARD-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'CIARCH'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ARCH-ID
               FILE STATUS WS-ARCH-STATUS.
           SELECT XREF-FILE ASSIGN TO 'CICUSTXR'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-XREF-STATUS.
           SELECT XRN-FILE ASSIGN TO 'CICUSTXN'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-XRN-STATUS.
           SELECT LIMREQ-FILE ASSIGN TO 'CILIMREQ'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIMREQ-STATUS.
           SELECT WRKQ-FILE ASSIGN TO 'CIWRKQ'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CIWRKQ-APPL-ID
               FILE STATUS WS-WRKQ-STATUS.
           SELECT AUD-FILE ASSIGN TO 'CIRIAUD'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUD-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CIRIRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  ARCH-FILE.
       01 ARCH-REC.
          05 ARCH-ID                 PIC 9(13).
          05 ARCH-REST               PIC X(1084).
      *
       FD  XREF-FILE.
       COPY CICUSTXR.
      *
       FD  XRN-FILE.
       01 XRN-REC                    PIC X(48).
      *
       FD  LIMREQ-FILE.
       COPY CILIMREQ.
      *
       FD  WRKQ-FILE.
       COPY CIWRKQ.
      *
       FD  AUD-FILE.
       COPY CIRIAUD.
      *
       FD  RPT-FILE.
       01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB30 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB30'.
       01 WS-FLAGS.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
          05 WS-ARCH-STATUS         PIC X(02).
             88 WS-ARCH-OK          VALUE '00' '02'.
          05 WS-XREF-STATUS         PIC X(02).
             88 WS-XREF-OK          VALUE '00'.
             88 WS-XREF-EOF         VALUE '10'.
             88 WS-XREF-NOFILE      VALUE '35'.
          05 WS-XRN-STATUS          PIC X(02).
             88 WS-XRN-OK           VALUE '00'.
          05 WS-LIMREQ-STATUS       PIC X(02).
             88 WS-LIMREQ-OK        VALUE '00'.
             88 WS-LIMREQ-EOF       VALUE '10'.
             88 WS-LIMREQ-NOFILE    VALUE '35'.
          05 WS-WRKQ-STATUS         PIC X(02).
             88 WS-WRKQ-OK          VALUE '00' '02'.
             88 WS-WRKQ-EOF         VALUE '10'.
          05 WS-AUD-STATUS          PIC X(02).
             88 WS-AUD-OK           VALUE '00'.
             88 WS-AUD-NOFILE       VALUE '35'.
          05 WS-RPT-STATUS          PIC X(02).
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-APPR-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-APPR-DONE        VALUE 'Y'.
          05 WS-XREF-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-XREF-DONE        VALUE 'Y'.
          05 WS-LIMREQ-EOF-SW       PIC X(01) VALUE 'N'.
             88 WS-LIMREQ-DONE      VALUE 'Y'.
          05 WS-WRKQ-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-WRKQ-DONE        VALUE 'Y'.
          05 WS-ARCH-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-ARCH-OPEN        VALUE 'Y'.
          05 WS-WRKQ-OPEN-SW        PIC X(01) VALUE 'N'.
             88 WS-WRKQ-OPEN        VALUE 'Y'.
          05 WS-AUD-OPEN-SW         PIC X(01) VALUE 'N'.
             88 WS-AUD-OPEN         VALUE 'Y'.
          05 WS-MODE-SW             PIC X(01) VALUE 'N'.
             88 WS-REPAIR-MODE      VALUE 'Y'.
          05 WS-APPL-FOUND-SW       PIC X(01).
             88 WS-APPL-FOUND       VALUE 'Y'.
          05 WS-ORPHAN-SW           PIC X(01).
             88 WS-ORPHAN           VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-NOW                 PIC X(14).
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-TODAY-DAYS          PIC 9(08).
          05 WS-NOW-HH              PIC 9(02).
          05 WS-CLAIM-HH            PIC 9(02).
          05 WS-BUS-DATE            PIC X(10).
          05 WS-BUS-YYYYMMDD        PIC 9(08).
          05 WS-BUS-DAYS            PIC 9(08).
          05 WS-WORK-YYYYMMDD       PIC 9(08).
          05 WS-WORK-DAYS           PIC 9(08).
          05 WS-AGE-DAYS            PIC S9(06).
          05 WS-AGE-HOURS           PIC S9(07).
       01 WS-MODE-X                 PIC X(08).
      * ASSIGNMENT AGE LIMIT IN HOURS, OVERRIDABLE PER RUN THROUGH
      * THE CIWRKHRS VARIABLE
       01 WS-HOURS-LIMIT            PIC 9(03) VALUE 12.
       01 WS-HOURS-X                PIC X(03).
       01 WS-HRS-IX                 PIC 9(02).
       01 WS-HRS-CHAR               PIC X(01).
       01 WS-HRS-DIGIT              PIC 9(01).
       01 WS-HRS-WORK               PIC 9(03).
       01 WS-HRS-BAD-SW             PIC X(01).
          88 WS-HRS-BAD             VALUE 'Y'.
       01 WS-COUNTERS.
          05 WS-TOTAL-CARDS         PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-APPROVED      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-XREF          PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-LIMREQ        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-WRKQ          PIC 9(07) VALUE ZERO.
          05 WS-FND-CARD            PIC 9(07) VALUE ZERO.
          05 WS-FND-APPROVED        PIC 9(07) VALUE ZERO.
          05 WS-FND-XREF            PIC 9(07) VALUE ZERO.
          05 WS-FND-LIMREQ          PIC 9(07) VALUE ZERO.
          05 WS-FND-WRKQ            PIC 9(07) VALUE ZERO.
          05 WS-FIX-XREF            PIC 9(07) VALUE ZERO.
          05 WS-FIX-WRKQ            PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-FINDINGS      PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
          05 FILLER                PIC X(34) VALUE
             'REFERENTIAL INTEGRITY CHECK AS OF '.
          05 WS-H1-DATE             PIC X(10).
          05 FILLER                 PIC X(07) VALUE ' MODE: '.
          05 WS-H1-MODE             PIC X(06).
       01 WS-COLUMN-HEAD.
          05 FILLER                PIC X(40) VALUE
             'CHECK    KEY              FINDING'.
      * ONE LINE PER FINDING
       01 WS-DETAIL-LINE.
          05 WS-DL-CHECK            PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-KEY              PIC X(16).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 WS-DL-TEXT             PIC X(54).
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
            PERFORM 2000-CHECK-CARDS
               THRU 2000-CHECK-CARDS-EXIT
            PERFORM 3000-CHECK-APPROVED
               THRU 3000-CHECK-APPROVED-EXIT
            PERFORM 4000-CHECK-XREF
               THRU 4000-CHECK-XREF-EXIT
            PERFORM 5000-CHECK-LIMREQ
               THRU 5000-CHECK-LIMREQ-EXIT
            PERFORM 6000-CHECK-WORKQ
               THRU 6000-CHECK-WORKQ-EXIT
            PERFORM 7000-PRINT-TOTALS
               THRU 7000-PRINT-TOTALS-EXIT
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
      * THE NEW CROSS-REFERENCE FILE AND THE ARCHIVE RECORD MIRROR
      * THEIR COPYBOOKS, SO A LAYOUT GROWN WITHOUT THIS PROGRAM
      * ENDS THE RUN HERE INSTEAD OF TRUNCATING A NEW MASTER
            IF LENGTH OF CICUSTXR-REC NOT = LENGTH OF XRN-REC
            OR LENGTH OF CIC0012O-REC NOT = LENGTH OF ARCH-REC
               DISPLAY 'CIOCCB30: RECORD LENGTH CHANGED - ADJUST '
                  'XRN-REC/ARCH-REC'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
            MOVE WS-NOW(1:8) TO WS-TODAY-YYYYMMDD
            MOVE WS-NOW(9:2) TO WS-NOW-HH
            COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
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
               DISPLAY 'CIOCCB30: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            MOVE WS-BUS-DATE(1:4) TO WS-BUS-YYYYMMDD(1:4)
            MOVE WS-BUS-DATE(6:2) TO WS-BUS-YYYYMMDD(5:2)
            MOVE WS-BUS-DATE(9:2) TO WS-BUS-YYYYMMDD(7:2)
            COMPUTE WS-BUS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD)
      * ANYTHING BUT AN EXPLICIT REPAIR LEAVES THE FILES UNTOUCHED
            MOVE SPACES TO WS-MODE-X
            ACCEPT WS-MODE-X FROM ENVIRONMENT 'CIRIMODE'
            EVALUATE WS-MODE-X
                WHEN 'REPAIR'
                     SET WS-REPAIR-MODE TO TRUE
                WHEN SPACES
                WHEN 'REPORT'
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'CIOCCB30: CIRIMODE NOT REPORT/REPAIR: '
                        WS-MODE-X ' - REPORT ONLY'
            END-EVALUATE
            PERFORM 1010-GET-HOURS-LIMIT
               THRU 1010-GET-HOURS-LIMIT-EXIT
            OPEN INPUT CIC0012-FILE
            IF NOT WS-CIC0012-OK
               DISPLAY 'CIOCCB30: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB30: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * NO ARCHIVE YET (NOTHING HAS AGED OUT) IS NOT AN ERROR
            OPEN INPUT ARCH-FILE
            IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB30: ARCH-FILE NOT OPENED '
                  WS-ARCH-STATUS
            END-IF
            IF WS-REPAIR-MODE
               OPEN EXTEND AUD-FILE
               IF WS-AUD-NOFILE
                  OPEN OUTPUT AUD-FILE
               END-IF
               IF NOT WS-AUD-OK
                  DISPLAY 'CIOCCB30: AUD-FILE OPEN FAILED '
                     WS-AUD-STATUS ' - NO REPAIRS MADE'
                  MOVE 'N' TO WS-MODE-SW
               ELSE
                  SET WS-AUD-OPEN TO TRUE
               END-IF
            END-IF
            OPEN OUTPUT RPT-FILE
            MOVE WS-BUS-DATE TO WS-H1-DATE
            IF WS-REPAIR-MODE
               MOVE 'REPAIR' TO WS-H1-MODE
            ELSE
               MOVE 'REPORT' TO WS-H1-MODE
            END-IF
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
      * THE JOB MAY SET CIWRKHRS LEFT- OR RIGHT-JUSTIFIED, SO THE
      * DIGITS ARE ASSEMBLED ONE BY ONE AND SPACES PASS THROUGH
       1010-GET-HOURS-LIMIT.
            MOVE SPACES TO WS-HOURS-X
            ACCEPT WS-HOURS-X FROM ENVIRONMENT 'CIWRKHRS'
            IF WS-HOURS-X = SPACES
               GO TO 1010-GET-HOURS-LIMIT-EXIT
            END-IF
            MOVE 'N'  TO WS-HRS-BAD-SW
            MOVE ZERO TO WS-HRS-WORK
            PERFORM VARYING WS-HRS-IX FROM 1 BY 1
                    UNTIL WS-HRS-IX > 3
               MOVE WS-HOURS-X(WS-HRS-IX:1) TO WS-HRS-CHAR
               IF WS-HRS-CHAR NOT = SPACE
                  IF WS-HRS-CHAR IS NUMERIC
                     MOVE WS-HRS-CHAR TO WS-HRS-DIGIT
                     COMPUTE WS-HRS-WORK =
                        WS-HRS-WORK * 10 + WS-HRS-DIGIT
                  ELSE
                     SET WS-HRS-BAD TO TRUE
                  END-IF
               END-IF
            END-PERFORM
            IF WS-HRS-BAD OR WS-HRS-WORK = ZERO
               DISPLAY 'CIOCCB30: CIWRKHRS NOT NUMERIC: '
                  WS-HOURS-X ' - DEFAULT ' WS-HOURS-LIMIT
                  ' HOURS USED'
            ELSE
               MOVE WS-HRS-WORK TO WS-HOURS-LIMIT
            END-IF
            .
       1010-GET-HOURS-LIMIT-EXIT.
            EXIT.
      *
      * EVERY CARD MUST TRACE BACK TO ITS APPLICATION, LIVE OR
      * ARCHIVED
       2000-CHECK-CARDS.
            PERFORM UNTIL WS-CARD-DONE
               READ CARD-FILE NEXT
                   AT END
                       SET WS-CARD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CARDS
                       MOVE CICARD-APPL-ID TO CIC0012O-ID
                       PERFORM 2010-FIND-APPLICATION
                          THRU 2010-FIND-APPLICATION-EXIT
                       IF NOT WS-APPL-FOUND
                          MOVE 'CARD'      TO WS-DL-CHECK
                          MOVE CICARD-NUMB TO WS-DL-KEY
                          MOVE SPACES      TO WS-DL-TEXT
                          STRING 'APPLICATION ' CICARD-APPL-ID
                                 ' NOT ON CIC0012O OR CIARCH'
                                 DELIMITED BY SIZE INTO WS-DL-TEXT
                          PERFORM 8000-WRITE-FINDING
                             THRU 8000-WRITE-FINDING-EXIT
                          ADD 1 TO WS-FND-CARD
                       END-IF
               END-READ
            END-PERFORM
            .
       2000-CHECK-CARDS-EXIT.
            EXIT.
      *
      * LOOKS FOR APPLICATION CIC0012O-ID ON THE LIVE FILE, THEN ON
      * THE ARCHIVE
       2010-FIND-APPLICATION.
            MOVE 'N' TO WS-APPL-FOUND-SW
            READ CIC0012-FILE
                KEY IS CIC0012O-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-APPL-FOUND TO TRUE
            END-READ
            IF NOT WS-APPL-FOUND AND WS-ARCH-OPEN
               MOVE CIC0012O-ID TO ARCH-ID
               READ ARCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPL-FOUND TO TRUE
               END-READ
            END-IF
            .
       2010-FIND-APPLICATION-EXIT.
            EXIT.
      *
      * CIOCCB12 ISSUES THE CARD THE NIGHT AFTER APPROVAL, SO AN
      * APPROVAL MORE THAN A DAY OLD WITH NO CARD WAS MISSED
       3000-CHECK-APPROVED.
            MOVE 900 TO CIC0012O-STATUS
            START CIC0012-FILE KEY IS >= CIC0012O-STATUS
                INVALID KEY
                    SET WS-APPR-DONE TO TRUE
            END-START
            PERFORM UNTIL WS-APPR-DONE
               READ CIC0012-FILE NEXT
                   AT END
                       SET WS-APPR-DONE TO TRUE
                   NOT AT END
                       IF NOT CIC0012O-APPROVED
                          SET WS-APPR-DONE TO TRUE
                       ELSE
                          ADD 1 TO WS-TOTAL-APPROVED
                          PERFORM 3010-CHECK-ONE-APPROVAL
                             THRU 3010-CHECK-ONE-APPROVAL-EXIT
                       END-IF
               END-READ
            END-PERFORM
            .
       3000-CHECK-APPROVED-EXIT.
            EXIT.
      *
       3010-CHECK-ONE-APPROVAL.
            MOVE CIC0012O-LAST-DATE(1:4) TO WS-WORK-YYYYMMDD(1:4)
            MOVE CIC0012O-LAST-DATE(6:2) TO WS-WORK-YYYYMMDD(5:2)
            MOVE CIC0012O-LAST-DATE(9:2) TO WS-WORK-YYYYMMDD(7:2)
            IF WS-WORK-YYYYMMDD IS NOT NUMERIC
               GO TO 3010-CHECK-ONE-APPROVAL-EXIT
            END-IF
            COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD)
            COMPUTE WS-AGE-DAYS = WS-BUS-DAYS - WS-WORK-DAYS
            IF WS-AGE-DAYS NOT > 1
               GO TO 3010-CHECK-ONE-APPROVAL-EXIT
            END-IF
            MOVE CIC0012O-ID TO CICARD-APPL-ID
            READ CARD-FILE
                KEY IS CICARD-APPL-ID
                INVALID KEY
                    MOVE 'APPROVED'  TO WS-DL-CHECK
                    MOVE SPACES      TO WS-DL-KEY
                    MOVE CIC0012O-ID TO WS-DL-KEY(1:13)
                    MOVE SPACES      TO WS-DL-TEXT
                    STRING 'APPROVED ' CIC0012O-LAST-DATE
                           ' - NO CARD ISSUED'
                           DELIMITED BY SIZE INTO WS-DL-TEXT
                    PERFORM 8000-WRITE-FINDING
                       THRU 8000-WRITE-FINDING-EXIT
                    ADD 1 TO WS-FND-APPROVED
            END-READ
            .
       3010-CHECK-ONE-APPROVAL-EXIT.
            EXIT.
      *
      * THE CROSS-REFERENCE IS COPIED TO CICUSTXN; IN REPAIR MODE AN
      * ORPHAN IS LEFT OUT AND AUDITED INSTEAD
       4000-CHECK-XREF.
            OPEN INPUT XREF-FILE
            IF WS-XREF-NOFILE
               DISPLAY 'CIOCCB30: NO CICUSTXR FILE - CHECK SKIPPED'
               GO TO 4000-CHECK-XREF-EXIT
            END-IF
            IF NOT WS-XREF-OK
               DISPLAY 'CIOCCB30: XREF-FILE OPEN FAILED '
                  WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT XRN-FILE
            IF NOT WS-XRN-OK
               DISPLAY 'CIOCCB30: XRN-FILE OPEN FAILED '
                  WS-XRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL WS-XREF-DONE
               READ XREF-FILE
                   AT END
                       SET WS-XREF-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-XREF
                       PERFORM 4010-CHECK-ONE-XREF
                          THRU 4010-CHECK-ONE-XREF-EXIT
               END-READ
            END-PERFORM
            CLOSE XREF-FILE
            CLOSE XRN-FILE
            .
       4000-CHECK-XREF-EXIT.
            EXIT.
      *
       4010-CHECK-ONE-XREF.
            MOVE 'N' TO WS-ORPHAN-SW
            EVALUATE TRUE
                WHEN CICUSTXR-APPLICATION
                     MOVE CICUSTXR-REL-ID TO CIC0012O-ID
                     PERFORM 2010-FIND-APPLICATION
                        THRU 2010-FIND-APPLICATION-EXIT
                     IF NOT WS-APPL-FOUND
                        SET WS-ORPHAN TO TRUE
                        MOVE 'APPLICATION NOT ON CIC0012O OR CIARCH'
                             TO WS-DL-TEXT
                     END-IF
                WHEN CICUSTXR-CARD
                WHEN CICUSTXR-SUPPLEMENTARY
                     MOVE CICUSTXR-REL-ID TO CICARD-NUMB
                     READ CARD-FILE
                         KEY IS CICARD-NUMB
                         INVALID KEY
                             SET WS-ORPHAN TO TRUE
                             MOVE 'CARD NOT ON CICARD' TO WS-DL-TEXT
                     END-READ
            END-EVALUATE
            IF NOT WS-ORPHAN
               MOVE CICUSTXR-REC TO XRN-REC
               WRITE XRN-REC
               GO TO 4010-CHECK-ONE-XREF-EXIT
            END-IF
            MOVE 'CUSTXR'        TO WS-DL-CHECK
            MOVE CICUSTXR-REL-ID TO WS-DL-KEY
            PERFORM 8000-WRITE-FINDING
               THRU 8000-WRITE-FINDING-EXIT
            ADD 1 TO WS-FND-XREF
            IF WS-REPAIR-MODE
               INITIALIZE CIRIAUD-REC
               SET CIRIAUD-DELETE TO TRUE
               MOVE 'CICUSTXR'    TO CIRIAUD-FILE
               MOVE CICUSTXR-REC  TO CIRIAUD-BEFORE
               MOVE WS-DL-TEXT    TO CIRIAUD-DETAIL
               PERFORM 8010-WRITE-AUDIT
                  THRU 8010-WRITE-AUDIT-EXIT
               ADD 1 TO WS-FIX-XREF
            ELSE
               MOVE CICUSTXR-REC TO XRN-REC
               WRITE XRN-REC
            END-IF
            .
       4010-CHECK-ONE-XREF-EXIT.
            EXIT.
      *
      * AN OPEN INCREASE REQUEST IS ONLY MEANINGFUL WHILE THE CARD
      * IS STILL ACTIVE; DECIDED REQUESTS ARE HISTORY AND ARE LEFT
       5000-CHECK-LIMREQ.
            OPEN INPUT LIMREQ-FILE
            IF WS-LIMREQ-NOFILE
               SET WS-LIMREQ-DONE TO TRUE
            ELSE
               IF NOT WS-LIMREQ-OK
                  DISPLAY 'CIOCCB30: LIMREQ-FILE OPEN FAILED '
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
                       IF CILIMREQ-PENDING-SCORE
                       OR CILIMREQ-PENDING-SUPV
                       OR CILIMREQ-OFFERED
                       OR CILIMREQ-OFFER-ACCEPTED
                          PERFORM 5010-CHECK-ONE-REQUEST
                             THRU 5010-CHECK-ONE-REQUEST-EXIT
                       END-IF
               END-READ
            END-PERFORM
            IF WS-LIMREQ-OK OR WS-LIMREQ-EOF
               CLOSE LIMREQ-FILE
            END-IF
            .
       5000-CHECK-LIMREQ-EXIT.
            EXIT.
      *
       5010-CHECK-ONE-REQUEST.
            MOVE 'LIMREQ'           TO WS-DL-CHECK
            MOVE CILIMREQ-CARD-NUMB TO WS-DL-KEY
            MOVE CILIMREQ-CARD-NUMB TO CICARD-NUMB
            READ CARD-FILE
                KEY IS CICARD-NUMB
                INVALID KEY
                    MOVE 'OPEN REQUEST - CARD NOT ON CICARD'
                         TO WS-DL-TEXT
                    PERFORM 8000-WRITE-FINDING
                       THRU 8000-WRITE-FINDING-EXIT
                    ADD 1 TO WS-FND-LIMREQ
                NOT INVALID KEY
                    IF NOT CICARD-ACTIVE
                       MOVE SPACES TO WS-DL-TEXT
                       STRING 'OPEN REQUEST - CARD STATUS '
                              CICARD-STATUS
                              DELIMITED BY SIZE INTO WS-DL-TEXT
                       PERFORM 8000-WRITE-FINDING
                          THRU 8000-WRITE-FINDING-EXIT
                       ADD 1 TO WS-FND-LIMREQ
                    END-IF
            END-READ
            .
       5010-CHECK-ONE-REQUEST-EXIT.
            EXIT.
      *
      * A CLAIM NORMALLY LIVES ONLY WHILE THE OPERATOR IS ON THE
      * SIGN-OFF SCREEN; ONE LEFT BEHIND BY A DEAD SESSION HIDES THE
      * APPLICATION FROM EVERYONE ELSE'S GET-NEXT
       6000-CHECK-WORKQ.
            IF WS-REPAIR-MODE
               OPEN I-O WRKQ-FILE
            ELSE
               OPEN INPUT WRKQ-FILE
            END-IF
            IF NOT WS-WRKQ-OK
               DISPLAY 'CIOCCB30: WRKQ-FILE NOT OPENED '
                  WS-WRKQ-STATUS
               GO TO 6000-CHECK-WORKQ-EXIT
            END-IF
            SET WS-WRKQ-OPEN TO TRUE
            PERFORM UNTIL WS-WRKQ-DONE
               READ WRKQ-FILE NEXT
                   AT END
                       SET WS-WRKQ-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-WRKQ
                       PERFORM 6010-CHECK-ONE-ASSIGNMENT
                          THRU 6010-CHECK-ONE-ASSIGNMENT-EXIT
               END-READ
            END-PERFORM
            .
       6000-CHECK-WORKQ-EXIT.
            EXIT.
      *
       6010-CHECK-ONE-ASSIGNMENT.
            MOVE 'WORKQ'        TO WS-DL-CHECK
            MOVE SPACES         TO WS-DL-KEY
            MOVE CIWRKQ-APPL-ID TO WS-DL-KEY(1:13)
            MOVE CIWRKQ-DATE(1:4) TO WS-WORK-YYYYMMDD(1:4)
            MOVE CIWRKQ-DATE(6:2) TO WS-WORK-YYYYMMDD(5:2)
            MOVE CIWRKQ-DATE(9:2) TO WS-WORK-YYYYMMDD(7:2)
            IF WS-WORK-YYYYMMDD IS NOT NUMERIC
            OR CIWRKQ-TIME(1:2) IS NOT NUMERIC
               MOVE SPACES TO WS-DL-TEXT
               STRING 'OPERATOR ' CIWRKQ-OPID
                      ' - CLAIM TIME UNREADABLE'
                      DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM 8000-WRITE-FINDING
                  THRU 8000-WRITE-FINDING-EXIT
               ADD 1 TO WS-FND-WRKQ
               GO TO 6010-CHECK-ONE-ASSIGNMENT-EXIT
            END-IF
            MOVE CIWRKQ-TIME(1:2) TO WS-CLAIM-HH
            COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD)
            COMPUTE WS-AGE-HOURS =
               (WS-TODAY-DAYS - WS-WORK-DAYS) * 24
               + WS-NOW-HH - WS-CLAIM-HH
            IF WS-AGE-HOURS >= WS-HOURS-LIMIT
               MOVE SPACES TO WS-DL-TEXT
               STRING 'OPERATOR ' CIWRKQ-OPID ' CLAIMED '
                      CIWRKQ-DATE ' ' CIWRKQ-TIME(1:5)
                      DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM 8000-WRITE-FINDING
                  THRU 8000-WRITE-FINDING-EXIT
               ADD 1 TO WS-FND-WRKQ
               IF WS-REPAIR-MODE
                  PERFORM 6020-RELEASE-ASSIGNMENT
                     THRU 6020-RELEASE-ASSIGNMENT-EXIT
               END-IF
               GO TO 6010-CHECK-ONE-ASSIGNMENT-EXIT
            END-IF
      * A RECENT CLAIM IS STILL LEFT BEHIND WHEN THE APPLICATION HAS
      * ALREADY MOVED ON FROM THE STAGE IT WAS CLAIMED AT; IT IS
      * REPORTED, AND RELEASED ONCE IT AGES PAST THE LIMIT
            MOVE CIWRKQ-APPL-ID TO CIC0012O-ID
            READ CIC0012-FILE
                KEY IS CIC0012O-ID
                INVALID KEY
                    MOVE SPACES TO WS-DL-TEXT
                    STRING 'OPERATOR ' CIWRKQ-OPID
                           ' - APPLICATION NOT ON CIC0012O'
                           DELIMITED BY SIZE INTO WS-DL-TEXT
                    PERFORM 8000-WRITE-FINDING
                       THRU 8000-WRITE-FINDING-EXIT
                    ADD 1 TO WS-FND-WRKQ
                NOT INVALID KEY
                    IF CIC0012O-STATUS NOT = CIWRKQ-STAGE
                       MOVE SPACES TO WS-DL-TEXT
                       STRING 'OPERATOR ' CIWRKQ-OPID ' STAGE '
                              CIWRKQ-STAGE ' - APPLICATION NOW '
                              CIC0012O-STATUS
                              DELIMITED BY SIZE INTO WS-DL-TEXT
                       PERFORM 8000-WRITE-FINDING
                          THRU 8000-WRITE-FINDING-EXIT
                       ADD 1 TO WS-FND-WRKQ
                    END-IF
            END-READ
            .
       6010-CHECK-ONE-ASSIGNMENT-EXIT.
            EXIT.
      *
       6020-RELEASE-ASSIGNMENT.
            INITIALIZE CIRIAUD-REC
            SET CIRIAUD-RELEASE TO TRUE
            MOVE 'CIWRKQ'      TO CIRIAUD-FILE
            MOVE CIWRKQ-REC    TO CIRIAUD-BEFORE
            MOVE SPACES        TO CIRIAUD-DETAIL
            STRING 'ASSIGNMENT OLDER THAN ' WS-HOURS-LIMIT ' HOURS'
                   DELIMITED BY SIZE INTO CIRIAUD-DETAIL
            DELETE WRKQ-FILE
                INVALID KEY
                    DISPLAY 'CIOCCB30: CIWRKQ DELETE FAILED '
                       CIWRKQ-APPL-ID ' ' WS-WRKQ-STATUS
                    GO TO 6020-RELEASE-ASSIGNMENT-EXIT
            END-DELETE
            PERFORM 8010-WRITE-AUDIT
               THRU 8010-WRITE-AUDIT-EXIT
            ADD 1 TO WS-FIX-WRKQ
            .
       6020-RELEASE-ASSIGNMENT-EXIT.
            EXIT.
      *
       7000-PRINT-TOTALS.
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            MOVE 'CARDS CHECKED'                    TO WS-SUM-LABEL
            MOVE WS-TOTAL-CARDS                     TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  APPLICATION MISSING'            TO WS-SUM-LABEL
            MOVE WS-FND-CARD                        TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'APPROVED APPLICATIONS CHECKED'    TO WS-SUM-LABEL
            MOVE WS-TOTAL-APPROVED                  TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  NO CARD AFTER A DAY'            TO WS-SUM-LABEL
            MOVE WS-FND-APPROVED                    TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'CROSS-REFERENCES CHECKED'         TO WS-SUM-LABEL
            MOVE WS-TOTAL-XREF                      TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  ORPHANS'                        TO WS-SUM-LABEL
            MOVE WS-FND-XREF                        TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  ORPHANS DELETED'                TO WS-SUM-LABEL
            MOVE WS-FIX-XREF                        TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'LIMIT REQUESTS CHECKED'           TO WS-SUM-LABEL
            MOVE WS-TOTAL-LIMREQ                    TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  OPEN ON AN INACTIVE CARD'       TO WS-SUM-LABEL
            MOVE WS-FND-LIMREQ                      TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE 'WORK QUEUE ASSIGNMENTS CHECKED'   TO WS-SUM-LABEL
            MOVE WS-TOTAL-WRKQ                      TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  LEFT BEHIND'                    TO WS-SUM-LABEL
            MOVE WS-FND-WRKQ                        TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            MOVE '  RELEASED'                       TO WS-SUM-LABEL
            MOVE WS-FIX-WRKQ                        TO WS-SUM-COUNT
            PERFORM 7010-WRITE-SUMMARY THRU 7010-WRITE-SUMMARY-EXIT
            IF WS-TOTAL-FINDINGS = 0
               MOVE 'NO INTEGRITY FINDINGS' TO RPT-REC
               WRITE RPT-REC
            END-IF
            .
       7000-PRINT-TOTALS-EXIT.
            EXIT.
      *
       7010-WRITE-SUMMARY.
            MOVE WS-SUMMARY-LINE TO RPT-REC
            WRITE RPT-REC
            .
       7010-WRITE-SUMMARY-EXIT.
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
      * CIRIAUD-ACTION/FILE/BEFORE/DETAIL ARE SET BY THE CALLER
       8010-WRITE-AUDIT.
            MOVE WS-TODAY-DATE  TO CIRIAUD-DATE
            MOVE WS-NOW(9:2)    TO CIRIAUD-TIME(1:2)
            MOVE ':'            TO CIRIAUD-TIME(3:1)
            MOVE WS-NOW(11:2)   TO CIRIAUD-TIME(4:2)
            MOVE ':'            TO CIRIAUD-TIME(6:1)
            MOVE WS-NOW(13:2)   TO CIRIAUD-TIME(7:2)
            MOVE WS-PGM-NAME    TO CIRIAUD-PGM
            WRITE CIRIAUD-REC
            IF NOT WS-AUD-OK
               DISPLAY 'CIOCCB30: AUD-FILE WRITE FAILED '
                  WS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       8010-WRITE-AUDIT-EXIT.
            EXIT.
      *
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB30: FINDINGS            ' WS-TOTAL-FINDINGS
            DISPLAY 'CIOCCB30: ASSIGNMENTS RELEASED ' WS-FIX-WRKQ
            DISPLAY 'CIOCCB30: XREFS DELETED        ' WS-FIX-XREF
            CLOSE CIC0012-FILE
            CLOSE CARD-FILE
            IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
            END-IF
            IF WS-WRKQ-OPEN
               CLOSE WRKQ-FILE
            END-IF
            IF WS-AUD-OPEN
               CLOSE AUD-FILE
            END-IF
            CLOSE RPT-FILE
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-FINDINGS TO RC-REC-COUNT
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
