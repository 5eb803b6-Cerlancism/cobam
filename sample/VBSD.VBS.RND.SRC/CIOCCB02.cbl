      * DUPLICATE-APPLICATION CHECK AT INTAKE: FLAGS ANY NEWLY
      * SUBMITTED APPLICATION WHOSE CUSTOMER ID TYPE/NUMBER ALREADY
      * HAS AN OPEN APPLICATION (NOT YET PAST MANCRE) ON FILE.
      * THE FLAGGED APPLICATION CARRIES CIC0012O-DUP-FLAG AND THE
      * OTHER OPEN APPLICATION'S ID ON THE LIVE FILE, SO THE
      * INTERVIEW CHECK SCREEN CAN SHOW IT.
      *
      * THE MATCH IS A SORTED TWO-FILE PASS: OPEN APPLICATIONS AND
      * NEW APPLICATIONS ARE EACH SORTED BY CUSTOMER ID TYPE/NUMBER
      *                         2000-ROW IN-CORE TABLE
      *2026-08-21    KEVIN      CIRUNCTL RUN CONTROL CALLS
      *2026-09-01    KEVIN      KEYED (INDEXED) MASTER FILE ACCESS
      *2026-10-15    KEVIN      DUPLICATE FLAG SET ON THE LIVE FILE
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             88 WS-OPENW-DONE       VALUE 'Y'.
          05 WS-NEWW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-NEWW-DONE        VALUE 'Y'.
          05 WS-CIC0012-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-CIC0012-OPEN     VALUE 'Y'.
       01 WS-TOTAL-NEW              PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-DUPS             PIC 9(07) VALUE ZERO.
       01 WS-HEADING1.
               PERFORM 2030-READ-NEW
                  THRU 2030-READ-NEW-EXIT
            END-IF
            OPEN I-O CIC0012-FILE
            IF WS-CIC0012-OK
               SET WS-CIC0012-OPEN TO TRUE
            ELSE
               DISPLAY 'CIOCCB02: CIC0012-FILE I-O OPEN FAILED '
                  WS-CIC0012-STATUS
            END-IF
            PERFORM 2010-MATCH-ONE-NEW
               THRU 2010-MATCH-ONE-NEW-EXIT
              UNTIL WS-NEWW-DONE
            CLOSE OPENW-FILE
            CLOSE NEWW-FILE
            IF WS-CIC0012-OPEN
               CLOSE CIC0012-FILE
            END-IF
            .
       2000-MATCH-NEW-AGAINST-OPEN-EXIT.
            EXIT.
               MOVE OPENW-ID TO WS-DL-OPEN-ID
               MOVE WS-DETAIL-LINE TO RPT-REC
               WRITE RPT-REC
               IF WS-CIC0012-OPEN
               AND OPENW-ID NOT = NEWW-ID
                  PERFORM 2040-FLAG-DUPLICATE
                     THRU 2040-FLAG-DUPLICATE-EXIT
               END-IF
            END-IF
            PERFORM 2030-READ-NEW
               THRU 2030-READ-NEW-EXIT
            .
       2030-READ-NEW-EXIT.
            EXIT.
      *
      * MARKS THE NEW APPLICATION ON THE LIVE FILE. ONE NOT YET
      * LOADED FROM INTAKE IS REPORTED ONLY.
       2040-FLAG-DUPLICATE.
            MOVE NEWW-ID TO CIC0012O-ID
            READ CIC0012-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y'      TO CIC0012O-DUP-FLAG
                    MOVE OPENW-ID TO CIC0012O-DUP-APPL-ID
                    REWRITE CIC0012O-REC
            END-READ
            .
       2040-FLAG-DUPLICATE-EXIT.
            EXIT.
      *
       3000-PRINT-SUMMARY.
            MOVE SPACES TO RPT-REC
