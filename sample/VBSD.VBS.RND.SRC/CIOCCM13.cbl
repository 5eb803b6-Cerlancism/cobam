      *2026-09-01    KEVIN      INITIAL VERSION
      *2026-09-01    KEVIN      WORK ITEM STAYS OPEN WHEN THE
      *                         NOTIFICATION REQUEUE FAILS
      *2026-10-15    KEVIN      RE-QUEUE CLEARS THE CINOTIFY DELIVERY
      *                         DATE
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
                     MOVE CIC0012O-EMAIL TO CINOTIFY-ADDRESS
            END-EVALUATE
            SET CINOTIFY-PENDING TO TRUE
            MOVE SPACES TO CINOTIFY-DLV-DATE
            EXEC CICS REWRITE
                 FILE('CINOTIFY')
                 FROM(CINOTIFY-REC)
