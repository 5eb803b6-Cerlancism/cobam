      * AUTO-GENERATE ACCEPT/DECLINE CORRESPONDENCE FOR NEWLY-DECIDED
      * CREDIT APPLICATIONS (CIC0012O-MANCRE-RESULT SET, LETTER NOT
      * YET SENT), ADDRESSED USING CIC0012O-NAME/LIVE-ADDRESS.
      * A WITHDRAWN APPLICATION GETS A WITHDRAWAL ACKNOWLEDGEMENT
      * INSTEAD OF A DECISION LETTER.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *2026-08-21    KEVIN      CIREASON DESCRIPTIONS ON LETTERS
      *2026-09-01    KEVIN      BUSINESS DATE FROM CIOCBDAT
      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-10-15    KEVIN      DECLINE REASON FROM THE INTERVIEW,
      *                         REVIEW AND INVESTIGATION STAGES
      *2026-10-15    KEVIN      WITHDRAWAL ACKNOWLEDGEMENT LETTER AND
      *                         WDRN NOTIFICATION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-COUNTERS.
          05 WS-TOTAL-APPROVED      PIC 9(05) VALUE ZERO.
          05 WS-TOTAL-DECLINED      PIC 9(05) VALUE ZERO.
          05 WS-TOTAL-WITHDRAWN     PIC 9(05) VALUE ZERO.
       01 WS-NTF-TEMPLATE            PIC X(04).
       01 WS-BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-HOME-NATIONALITY        PIC X(20) VALUE 'TAIWAN'.
       01 WS-LETTER-NAME             PIC X(40).
          05 WS-DL3-REASON           PIC X(03).
          05 FILLER                  PIC X(03) VALUE ' - '.
          05 WS-DL3-REASON-DESC      PIC X(60).
       01 WS-WITHDRAW-LINE1.
          05 FILLER                 PIC X(10) VALUE 'DEAR '.
          05 WS-WL1-NAME             PIC X(40).
       01 WS-WITHDRAW-LINE2.
          05 FILLER                 PIC X(60) VALUE
             'AS YOU REQUESTED, YOUR CREDIT APPLICATION HAS BEEN'.
       01 WS-WITHDRAW-LINE3.
          05 FILLER                 PIC X(17) VALUE
             'WITHDRAWN AS OF '.
          05 WS-WL3-DATE             PIC X(10).
          05 FILLER                 PIC X(43) VALUE
             '. NO CREDIT DECISION HAS BEEN MADE.'.
      *REASON CODE REFERENCE RECORD
       01 WS-RSN-LIMIT              PIC 9(03) VALUE 500.
       01 WS-RSN-TABLE.
                  ADD 1 TO WS-TOTAL-APPROVED
                  MOVE WS-BUS-DATE   TO CIC0012O-LETTER-DATE
                  REWRITE CIC0012O-REC
                  MOVE 'DECN'        TO WS-NTF-TEMPLATE
                  PERFORM 2050-WRITE-NOTIFICATION
                     THRU 2050-WRITE-NOTIFICATION-EXIT
               ELSE
                  ADD 1 TO WS-TOTAL-DECLINED
                  MOVE WS-BUS-DATE   TO CIC0012O-LETTER-DATE
                  REWRITE CIC0012O-REC
                  MOVE 'DECN'        TO WS-NTF-TEMPLATE
                  PERFORM 2050-WRITE-NOTIFICATION
                     THRU 2050-WRITE-NOTIFICATION-EXIT
               ELSE
               IF CIC0012O-WITHDRAWN
                  PERFORM 2040-WRITE-WITHDRAWAL-LETTER
                     THRU 2040-WRITE-WITHDRAWAL-LETTER-EXIT
                  ADD 1 TO WS-TOTAL-WITHDRAWN
                  MOVE WS-BUS-DATE   TO CIC0012O-LETTER-DATE
                  REWRITE CIC0012O-REC
                  MOVE 'WDRN'        TO WS-NTF-TEMPLATE
                  PERFORM 2050-WRITE-NOTIFICATION
                     THRU 2050-WRITE-NOTIFICATION-EXIT
               END-IF
               END-IF
               END-IF
            END-IF
            .
       2010-PROCESS-ONE-APPLICATION-EXIT.
            WRITE LETTER-REC
            MOVE WS-DECLINE-LINE2            TO LETTER-REC
            WRITE LETTER-REC
      * THE DECLINE CAN COME FROM ANY STAGE THAT IS ALLOWED TO SET
      * CIC0012O-DECLINED: THE INTERVIEW CHECK (CIOCCM16), DOCUMENT
      * REVIEW (CIOCCM17), CREDIT INVESTIGATION (CIOCCM18), THE
      * SUPERVISOR SIGN-OFF (CIOCCM02) OR THE MANUAL CREDIT FINAL
      * DECISION (CIOCCM03). ONLY THE DECIDING STAGE CARRIES A 910
      * RESULT, SO THE RESULTS TELL THEM APART.
            EVALUATE TRUE
                WHEN CIC0012O-MANCRE-RESULT = 910
                     MOVE CIC0012O-MANCRE-REFUSE-REASON
                          TO WS-DL3-REASON
                     MOVE CIC0012O-MANCRE-COMMENT TO WS-DL4-COMMENT
                WHEN CIC0012O-INTCHK-RESULT = 910
                     MOVE CIC0012O-INTCHK-REFUSE-REASON
                          TO WS-DL3-REASON
                     MOVE CIC0012O-INTCHK-COMMENT TO WS-DL4-COMMENT
                WHEN CIC0012O-REVIEW-RESULT = 910
                     MOVE CIC0012O-REVIEW-REFUSE-REASON
                          TO WS-DL3-REASON
                     MOVE CIC0012O-REVIEW-COMMENT TO WS-DL4-COMMENT
                WHEN CIC0012O-CREINV-RESULT = '910'
                     MOVE CIC0012O-CREINV-REFUSE-REASON
                          TO WS-DL3-REASON
                     MOVE CIC0012O-CREINV-COMMENT TO WS-DL4-COMMENT
                WHEN OTHER
                     MOVE CIC0012O-SUPV-REFUSE-REASON
                          TO WS-DL3-REASON
                     MOVE CIC0012O-SUPV-COMMENT   TO WS-DL4-COMMENT
            END-EVALUATE
            PERFORM 2035-LOOK-UP-REASON-DESC
               THRU 2035-LOOK-UP-REASON-DESC-EXIT
            MOVE WS-DECLINE-LINE3            TO LETTER-REC
       2035-LOOK-UP-REASON-DESC-EXIT.
            EXIT.
      *
      * THE APPLICANT ASKED FOR THE WITHDRAWAL, SO THE LETTER ONLY
      * ACKNOWLEDGES IT - NO DECISION, NO REASON CODE
       2040-WRITE-WITHDRAWAL-LETTER.
            PERFORM 2015-SELECT-ADDRESSEE-NAME
               THRU 2015-SELECT-ADDRESSEE-NAME-EXIT
            MOVE WS-LETTER-NAME              TO WS-WL1-NAME
            MOVE WS-WITHDRAW-LINE1           TO LETTER-REC
            WRITE LETTER-REC
            MOVE WS-WITHDRAW-LINE2           TO LETTER-REC
            WRITE LETTER-REC
            MOVE CIC0012O-WDRAW-DATE         TO WS-WL3-DATE
            MOVE WS-WITHDRAW-LINE3           TO LETTER-REC
            WRITE LETTER-REC
            MOVE CIC0012O-LIVE-ADDRESS       TO WS-AL-ADDRESS
            MOVE CIC0012O-LIVE-CITY          TO WS-AL-CITY
            MOVE WS-ADDRESS-LINE             TO LETTER-REC
            WRITE LETTER-REC
            MOVE CIC0012O-LIVE-DISTRICT      TO WS-AL2-DISTRICT
            MOVE CIC0012O-LIVE-PROVINCE      TO WS-AL2-PROVINCE
            MOVE CIC0012O-LIVE-ZIP-CODE      TO WS-AL2-ZIP
            MOVE WS-ADDRESS-LINE2            TO LETTER-REC
            WRITE LETTER-REC
            MOVE WS-BLANK-LINE               TO LETTER-REC
            WRITE LETTER-REC
            .
       2040-WRITE-WITHDRAWAL-LETTER-EXIT.
            EXIT.
      *
      * ONE PUSH NOTIFICATION PER DECISION OR WITHDRAWAL, SMS TO THE
      * MOBILE WHEN ONE WAS CAPTURED, OTHERWISE EMAIL; NEITHER ON
      * FILE, NO RECORD
       2050-WRITE-NOTIFICATION.
            INITIALIZE CINOTIFY-REC
            MOVE CIC0012O-ID   TO CINOTIFY-APPL-ID
            MOVE WS-NTF-TEMPLATE TO CINOTIFY-TEMPLATE
            MOVE WS-BUS-DATE   TO CINOTIFY-CREATE-DATE
            SET CINOTIFY-PENDING TO TRUE
            EVALUATE TRUE
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB03: APPROVAL LETTERS  ' WS-TOTAL-APPROVED
            DISPLAY 'CIOCCB03: DECLINE LETTERS   ' WS-TOTAL-DECLINED
            DISPLAY 'CIOCCB03: WITHDRAWAL LETTERS' WS-TOTAL-WITHDRAWN
            IF WS-CIC0012-OK OR WS-CIC0012-EOF
               CLOSE CIC0012-FILE
            END-IF
            MOVE WS-PGM-NAME TO RC-PGM
            COMPUTE RC-REC-COUNT =
               WS-TOTAL-APPROVED + WS-TOTAL-DECLINED
                                 + WS-TOTAL-WITHDRAWN
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
