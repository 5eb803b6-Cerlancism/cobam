      ***************************************************************
      * CIPURGE - APPLICATION PURGE LOG RECORD
      * ONE ENTRY PER APPLICATION THE MONTHLY ARCHIVE RUN (CIOCCB10)
      * MOVES TO CIARCH AND DELETES FROM THE LIVE CIC0012O FILE,
      * STAMPED WITH THE BUSINESS DATE OF THE RUN. THE NIGHTLY
      * WAREHOUSE CHANGE EXTRACT (CIOCCB33) SENDS EACH ONE AS A
      * DELETE MARKER SO THE WAREHOUSE DROPS THE ROW WITH THE LIVE
      * FILE.
      ***************************************************************
       01 CIPURGE-REC.
          05 CIPURGE-APPL-ID       PIC 9(13).
          05 CIPURGE-DATE          PIC X(10).
          05 CIPURGE-STATUS        PIC 9(03).
