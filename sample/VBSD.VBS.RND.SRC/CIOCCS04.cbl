      *2026-09-01    KEVIN      LOG CISV STATE TRANSITIONS AND
      *                         SNAPSHOT FALLBACK ANSWERS FOR THE
      *                         VENDOR SLA REPORT
      *2026-10-15    KEVIN      CANCELLED CARD STATUS
      *2026-10-15    KEVIN      CARD PRODUCT IN THE SNAPSHOT ANSWER
      ***************************************************************** 00140000
       ENVIRONMENT DIVISION.                                            00150000
       DATA DIVISION.                                                   00160000
                          TO MSGO
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                WHEN CIC0015O-CANCELLED
                     MOVE 'CARD CANCELLED - NO LONGER IN USE'
                          TO MSGO
                     SET WS-MAP-DATAONLY TO TRUE
                     PERFORM 3030-SEND-MAP THRU 3030-SEND-MAP-EXIT
                WHEN OTHER
                     MOVE 'CARD STATUS NOT CORRECT' TO MSGO
                     SET WS-MAP-DATAONLY TO TRUE
            EXIT.
      *
      * THE SERVICE STAYED DOWN THROUGH THE RETRIES, SO THE TELLER
      * GETS THE LAST-KNOWN STATUS AND CARD PRODUCT FROM THE
      * NIGHTLY SNAPSHOT, CLEARLY MARKED WITH ITS AS-OF DATE. EVERY
      * STATUS WORD ENDS IN A SPACE SO THE PRODUCT STANDS CLEAR
       3026-SNAPSHOT-FALLBACK.
            INITIALIZE CICRDSNP-REC
            MOVE CRECDI TO CICRDSNP-NUMB
                   WHEN 005
                        MOVE 'EXPIRED   ' TO WS-SNAP-STATUS-WORD
                   WHEN 006
                        MOVE 'UNISSUED  ' TO WS-SNAP-STATUS-WORD
                   WHEN 007
                        MOVE 'CANCELLED ' TO WS-SNAP-STATUS-WORD
                   WHEN OTHER
                        MOVE 'UNKNOWN   ' TO WS-SNAP-STATUS-WORD
               END-EVALUATE
               MOVE SPACES TO MSGO
               STRING 'SVC DOWN '           DELIMITED BY SIZE
                      WS-SNAP-STATUS-WORD   DELIMITED BY SIZE
                      CICRDSNP-PRODUCT      DELIMITED BY SIZE
                      ' AS OF '             DELIMITED BY SIZE
                      CICRDSNP-SNAP-DATE    DELIMITED BY SIZE
                      INTO MSGO
