      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-08-21    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      WITHDRAWN STAGE LABEL
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
                     MOVE 'APPROVED'            TO STGLO
                WHEN CIC0012O-DECLINED
                     MOVE 'DECLINED'            TO STGLO
                WHEN CIC0012O-WITHDRAWN
                     MOVE 'WITHDRAWN'           TO STGLO
                WHEN OTHER
                     MOVE 'OTHER/UNKNOWN'       TO STGLO
            END-EVALUATE
