       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIOCCB33.
      *****************************************************************
      * CIOCCIMN - BATCH PROGRAM
      *
      * NIGHTLY CHANGE-DATA EXTRACT FOR THE ENTERPRISE DATA
      * WAREHOUSE. ONLY WHAT CHANGED SINCE THE LAST EXTRACT IS SENT,
      * AS FOUR '|'-DELIMITED FILES:
      *   - CIDWAPPL  NEW AND UPDATED APPLICATIONS, DRIVEN FROM THE
      *     CISTJNL STATUS JOURNAL (AN INTAKE ENTRY - OLD STATUS
      *     ZERO - SENDS AN INSERT, ANY OTHER ENTRY AN UPDATE; ONE
      *     ROW PER APPLICATION, READ FROM THE LIVE CIC0012O FILE),
      *     FOLLOWED BY A DELETE MARKER FOR EVERY APPLICATION THE
      *     ARCHIVE RUN PURGED (CIPURGE),
      *   - CIDWCARD  NEW, CHANGED AND VANISHED CARDS, FOUND BY
      *     COMPARING CICARD WITH THE CARD IMAGE THIS PROGRAM KEPT
      *     LAST NIGHT (CICDCIMG); THE NEW IMAGE IS WRITTEN TO
      *     CICDCIMN FOR THE JOB TO SWAP IN, AS CIOCCB19 DOES WITH
      *     CILIMRQN. THE SWAP STEP FIRST ROTATES CICDCIMG TO
      *     CICDCIMP, SO THE IMAGE BEFORE THE LAST ONE IS KEPT FOR A
      *     RERUN,
      *   - CIDWLREQ  LIMIT INCREASE REQUESTS CAPTURED (INSERT) OR
      *     DECIDED (UPDATE) IN THE WINDOW,
      *   - CIDWNTFY  NOTIFICATION DELIVERY OUTCOMES THE CIOCCB14
      *     APPLY STAMPED IN THE WINDOW.
      * EACH FILE OPENS WITH A HDR RECORD (FILE NAME, CIOCBDAT
      * BUSINESS DATE, THE PREVIOUS EXTRACT'S BUSINESS DATE, RUN
      * DATE AND TIME) AND CLOSES WITH A TRL RECORD CARRYING ITS
      * DETAIL COUNT; THE ONE-RECORD CIDWCTL CONTROL FILE REPEATS
      * EVERY COUNT SO THE WAREHOUSE LOAD CAN BALANCE THE SET.
      *
      * THE WINDOW RUNS FROM THE DAY AFTER THE LAST EXTRACT'S
      * BUSINESS DATE (KEPT ON CIDWLAST) TO TONIGHT'S, SO WEEKEND
      * AND HOLIDAY ACTIVITY IS SENT WITH THE NEXT BUSINESS DAY. A
      * RERUN FOR THE SAME BUSINESS DATE SENDS THE SAME WINDOW
      * AGAIN; THE FIRST RUN'S IMAGE HAS BY THEN BEEN SWAPPED IN AS
      * CICDCIMG, SO THE RERUN COMPARES CICARD WITH CICDCIMP (THE
      * IMAGE THE FIRST RUN COMPARED WITH) AND ENDS WITH NOTHING
      * SENT IF THERE IS NONE. THE FIRST-EVER RUN (NO CIDWLAST, NO
      * CARD IMAGE) SENDS EVERYTHING ON FILE AS THE WAREHOUSE'S
      * STARTING LOAD.
      *
      * CUSTOMER NAMES, CONTACT AND ADDRESS DETAILS STAY OFF THE
      * EXTRACT; THE WAREHOUSE LINKS CUSTOMERS BY ID TYPE/NUMBER.
      *
      *****************************************************************
      *                         VERSION HISTORY
      *-----------------------------------------------------------------
      *DATE/TIME    AUTHOR    DESCRIPTION
      *-----------------------------------------------------------------
      *2026-10-15    KEVIN      INITIAL VERSION
      *2026-10-15    KEVIN      MANUAL CREDIT OVERRIDE FLAG AND REASON
      *                         ON THE APPLICATION EXTRACT
      *2026-10-15    KEVIN      SAME-DATE RERUN COMPARES CARDS WITH
      *                         THE PREVIOUS IMAGE (CICDCIMP)
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
           SELECT JNL-FILE ASSIGN TO 'CISTJNL'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-JNL-STATUS.
           SELECT JNLW-FILE ASSIGN TO 'CIDWW1'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-JNLW-STATUS.
           SELECT PRG-FILE ASSIGN TO 'CIPURGE'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRG-STATUS.
           SELECT IMG-FILE ASSIGN TO 'CICDCIMG'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-IMG-STATUS.
           SELECT PIMG-FILE ASSIGN TO 'CICDCIMP'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PIMG-STATUS.
           SELECT NIMG-FILE ASSIGN TO 'CICDCIMN'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NIMG-STATUS.
           SELECT LIMREQ-FILE ASSIGN TO 'CILIMREQ'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIMREQ-STATUS.
           SELECT NTF-FILE ASSIGN TO 'CINOTIFY'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NTF-STATUS.
           SELECT LAST-FILE ASSIGN TO 'CIDWLAST'
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LAST-STATUS.
           SELECT APPO-FILE ASSIGN TO 'CIDWAPPL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-APPO-STATUS.
           SELECT CRDO-FILE ASSIGN TO 'CIDWCARD'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CRDO-STATUS.
           SELECT LRQO-FILE ASSIGN TO 'CIDWLREQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LRQO-STATUS.
           SELECT NTFO-FILE ASSIGN TO 'CIDWNTFY'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-NTFO-STATUS.
           SELECT CTLO-FILE ASSIGN TO 'CIDWCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTLO-STATUS.
           SELECT SORTJ-FILE ASSIGN TO 'SORTWK01'.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CIC0012-FILE.
       COPY CIC0012O.
      *
       FD  CARD-FILE.
       COPY CICARD.
      *
       FD  JNL-FILE.
       COPY CISTJNL.
      *
      * ONE ENTRY PER JOURNAL LINE IN THE WINDOW, IN APPLICATION
      * ORDER WITH ANY INTAKE ('I') AHEAD OF THE UPDATES ('U')
       FD  JNLW-FILE.
       01 JNLW-REC.
          05 JNLW-APPL-ID            PIC 9(13).
          05 JNLW-ACTION             PIC X(01).
      *
       FD  PRG-FILE.
       COPY CIPURGE.
      *
      * THE CARD IMAGES MIRROR CICARD-REC; THE ONE COMPARED WITH IS
      * READ INTO WS-IMG-REC
       FD  IMG-FILE.
       01 IMG-REC                    PIC X(260).
      *
       FD  PIMG-FILE.
       01 PIMG-REC                   PIC X(260).
      *
       FD  NIMG-FILE.
       01 NIMG-REC                   PIC X(260).
      *
       FD  LIMREQ-FILE.
       COPY CILIMREQ.
      *
       FD  NTF-FILE.
       COPY CINOTIFY.
      *
      * THE WINDOW OF THE LAST EXTRACT TAKEN
       FD  LAST-FILE.
       01 LAST-REC.
          05 LAST-FROM-DATE          PIC X(10).
          05 LAST-TO-DATE            PIC X(10).
          05 LAST-RUN-DATE           PIC X(10).
          05 LAST-RUN-TIME           PIC X(08).
      *
       FD  APPO-FILE.
       01 APPO-REC                   PIC X(300).
      *
       FD  CRDO-FILE.
       01 CRDO-REC                   PIC X(200).
      *
       FD  LRQO-FILE.
       01 LRQO-REC                   PIC X(150).
      *
       FD  NTFO-FILE.
       01 NTFO-REC                   PIC X(80).
      *
       FD  CTLO-FILE.
       01 CTLO-REC                   PIC X(150).
      *
       SD  SORTJ-FILE.
       01 SORTJ-REC.
          05 SORTJ-APPL-ID           PIC 9(13).
          05 SORTJ-ACTION            PIC X(01).
      *
       WORKING-STORAGE SECTION.
       77 WS-BEGIN              PIC X(17) VALUE 'CIOCCB33 WS BEGIN'.
       77 WS-PGM-NAME           PIC X(08) VALUE 'CIOCCB33'.
       01 WS-FLAGS.
          05 WS-CIC0012-STATUS      PIC X(02).
             88 WS-CIC0012-OK       VALUE '00' '02'.
          05 WS-CARD-STATUS         PIC X(02).
             88 WS-CARD-OK          VALUE '00' '02'.
          05 WS-JNL-STATUS          PIC X(02).
             88 WS-JNL-OK           VALUE '00'.
             88 WS-JNL-EOF          VALUE '10'.
             88 WS-JNL-NOFILE       VALUE '35'.
          05 WS-JNLW-STATUS         PIC X(02).
             88 WS-JNLW-OK          VALUE '00'.
          05 WS-PRG-STATUS          PIC X(02).
             88 WS-PRG-OK           VALUE '00'.
             88 WS-PRG-EOF          VALUE '10'.
             88 WS-PRG-NOFILE       VALUE '35'.
          05 WS-IMG-STATUS          PIC X(02).
             88 WS-IMG-OK           VALUE '00'.
             88 WS-IMG-EOF          VALUE '10'.
             88 WS-IMG-NOFILE       VALUE '35'.
          05 WS-PIMG-STATUS         PIC X(02).
             88 WS-PIMG-OK          VALUE '00'.
             88 WS-PIMG-EOF         VALUE '10'.
             88 WS-PIMG-NOFILE      VALUE '35'.
          05 WS-NIMG-STATUS         PIC X(02).
             88 WS-NIMG-OK          VALUE '00'.
          05 WS-LIMREQ-STATUS       PIC X(02).
             88 WS-LIMREQ-OK        VALUE '00'.
             88 WS-LIMREQ-EOF       VALUE '10'.
             88 WS-LIMREQ-NOFILE    VALUE '35'.
          05 WS-NTF-STATUS          PIC X(02).
             88 WS-NTF-OK           VALUE '00'.
             88 WS-NTF-EOF          VALUE '10'.
             88 WS-NTF-NOFILE       VALUE '35'.
          05 WS-LAST-STATUS         PIC X(02).
             88 WS-LAST-OK          VALUE '00'.
             88 WS-LAST-NOFILE      VALUE '35'.
          05 WS-APPO-STATUS         PIC X(02).
          05 WS-CRDO-STATUS         PIC X(02).
          05 WS-LRQO-STATUS         PIC X(02).
          05 WS-NTFO-STATUS         PIC X(02).
          05 WS-CTLO-STATUS         PIC X(02).
          05 WS-JNL-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-JNL-DONE         VALUE 'Y'.
          05 WS-JNLW-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-JNLW-DONE        VALUE 'Y'.
          05 WS-PRG-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-PRG-DONE         VALUE 'Y'.
          05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CARD-DONE        VALUE 'Y'.
          05 WS-IMG-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-IMG-DONE         VALUE 'Y'.
          05 WS-LIMREQ-EOF-SW       PIC X(01) VALUE 'N'.
             88 WS-LIMREQ-DONE      VALUE 'Y'.
          05 WS-NTF-EOF-SW          PIC X(01) VALUE 'N'.
             88 WS-NTF-DONE         VALUE 'Y'.
          05 WS-RERUN-SW            PIC X(01) VALUE 'N'.
             88 WS-RERUN            VALUE 'Y'.
       01 WS-DATE-WORK.
          05 WS-TODAY-YYYYMMDD      PIC 9(08).
          05 WS-TODAY-DATE          PIC X(10).
          05 WS-NOW-HHMMSS          PIC X(06).
          05 WS-NOW-TIME            PIC X(08).
          05 WS-BUS-DATE            PIC X(10).
      * THE WINDOW IS AFTER WS-FROM-DATE UP TO AND INCLUDING THE
      * BUSINESS DATE; SPACES (FIRST-EVER RUN) TAKES EVERYTHING
          05 WS-FROM-DATE           PIC X(10).
      * SET BY EACH SOURCE FOR THE WINDOW TEST
          05 WS-TEST-DATE           PIC X(10).
          05 WS-IN-WINDOW-SW        PIC X(01).
             88 WS-IN-WINDOW        VALUE 'Y'.
       01 WS-IMG-REC.
          05 WS-IMG-NUMB            PIC 9(16).
          05 WS-IMG-APPL-ID         PIC 9(13).
          05 WS-IMG-REST            PIC X(231).
       01 WS-PREV-APPL-ID           PIC 9(13) VALUE ZERO.
       01 WS-ACTION                 PIC X(01).
          88 WS-ACTION-INSERT       VALUE 'I'.
          88 WS-ACTION-UPDATE       VALUE 'U'.
          88 WS-ACTION-DELETE       VALUE 'D'.
       01 WS-COUNTERS.
          05 WS-TOTAL-JOURNAL       PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-APPL          PIC 9(09) VALUE ZERO.
          05 WS-APPL-INSERTS        PIC 9(09) VALUE ZERO.
          05 WS-APPL-UPDATES        PIC 9(09) VALUE ZERO.
          05 WS-APPL-DELETES        PIC 9(09) VALUE ZERO.
          05 WS-APPL-NOT-LIVE       PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-CARD          PIC 9(09) VALUE ZERO.
          05 WS-CARD-INSERTS        PIC 9(09) VALUE ZERO.
          05 WS-CARD-UPDATES        PIC 9(09) VALUE ZERO.
          05 WS-CARD-DELETES        PIC 9(09) VALUE ZERO.
          05 WS-CARD-IMAGED         PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-LREQ          PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-NTFY          PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-SENT          PIC 9(09) VALUE ZERO.
      * FILE HEADER AND TRAILER, SHARED BY ALL FOUR FILES
       01 WS-HDR-LINE.
          05 FILLER                 PIC X(04) VALUE 'HDR|'.
          05 WS-HDR-FILE            PIC X(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-HDR-BUS-DATE        PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-HDR-FROM-DATE       PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-HDR-RUN-DATE        PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-HDR-RUN-TIME        PIC X(08).
       01 WS-TRL-LINE.
          05 FILLER                 PIC X(04) VALUE 'TRL|'.
          05 WS-TRL-FILE            PIC X(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-TRL-COUNT           PIC 9(09).
      * APPLICATION DETAIL - A DELETE MARKER CARRIES THE KEY, THE
      * STATUS IT WAS PURGED AT AND THE PURGE DATE (IN LAST-DATE)
       01 WS-APPL-LINE.
          05 FILLER                 PIC X(04) VALUE 'DTL|'.
          05 WS-AL-ACTION           PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-ID               PIC 9(13).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-STATUS           PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-IN-DATE          PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-IN-TIME          PIC X(05).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-APP-DATE         PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-ID-TYPE          PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-ID-NUMBER        PIC X(18).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-SALARY           PIC 9(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-LAST-DATE        PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-LAST-TIME        PIC X(05).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-INTCHK-RESULT    PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-INTCHK-DATE      PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-REVIEW-RESULT    PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-REVIEW-DATE      PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-CREINV-RESULT    PIC X(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-CREINV-DATE      PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-MANCRE-RESULT    PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-MANCRE-DATE      PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-SUPV-RESULT      PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-SUPV-DATE        PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-SCORE            PIC 9(04).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-SCORE-VERSION    PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-COMPUTE-LIMIT    PIC 9(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-COMPUTE-RESULT   PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-FINAL-LIMIT      PIC 9(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-LETTER-DATE      PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-DUP-FLAG         PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-FRAUD-FLAG       PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-FRAUD-REASON     PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-WDRAW-DATE       PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-WDRAW-REASON     PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-OVRD-FLAG        PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-AL-OVRD-REASON      PIC 9(03).
      * CARD DETAIL - A DELETE CARRIES THE CARD AND APPLICATION ONLY
       01 WS-CARD-LINE.
          05 FILLER                 PIC X(04) VALUE 'DTL|'.
          05 WS-CL-ACTION           PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-NUMB             PIC 9(16).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-STATUS           PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-LIMIT            PIC 9(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-PRODUCT          PIC X(04).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-ISSUE-DATE       PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-EXPIRY-DATE      PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-PROD-DATE        PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-MAIL-DATE        PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-REPL-FROM        PIC 9(16).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-PRIMARY-NUMB     PIC 9(16).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-BLOCK-DATE       PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-BLOCK-REASON     PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-BLOCK-RELEASE    PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CL-CANCEL-DATE      PIC X(10).
      * LIMIT INCREASE REQUEST DETAIL
       01 WS-LREQ-LINE.
          05 FILLER                 PIC X(04) VALUE 'DTL|'.
          05 WS-RL-ACTION           PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-CARD-NUMB        PIC 9(16).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-STATUS           PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-CUR-LIMIT        PIC 9(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-REQ-LIMIT        PIC 9(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-NEW-LIMIT        PIC 9(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-REASON           PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-SUPV-RESULT      PIC 9(03).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-SUPV-OPID        PIC X(08).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-REQ-DATE         PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-DEC-DATE         PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-SCORE            PIC 9(04).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-RL-SCORE-VERSION    PIC 9(03).
      * NOTIFICATION DELIVERY OUTCOME DETAIL
       01 WS-NTFY-LINE.
          05 FILLER                 PIC X(04) VALUE 'DTL|'.
          05 WS-NL-ACTION           PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-NL-APPL-ID          PIC 9(13).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-NL-TEMPLATE         PIC X(04).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-NL-CHANNEL          PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-NL-CREATE-DATE      PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-NL-DLV-STATUS       PIC X(01).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-NL-DLV-DATE         PIC X(10).
      * THE WAREHOUSE LOAD BALANCES EVERY FILE AGAINST THIS RECORD
       01 WS-CTL-LINE.
          05 FILLER                 PIC X(04) VALUE 'CTL|'.
          05 WS-CTL-BUS-DATE        PIC X(10).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CTL-FROM-DATE       PIC X(10).
          05 FILLER                 PIC X(10) VALUE '|CIDWAPPL|'.
          05 WS-CTL-APPL            PIC 9(09).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CTL-APPL-INS        PIC 9(09).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CTL-APPL-UPD        PIC 9(09).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CTL-APPL-DEL        PIC 9(09).
          05 FILLER                 PIC X(10) VALUE '|CIDWCARD|'.
          05 WS-CTL-CARD            PIC 9(09).
          05 FILLER                 PIC X(10) VALUE '|CIDWLREQ|'.
          05 WS-CTL-LREQ            PIC 9(09).
          05 FILLER                 PIC X(10) VALUE '|CIDWNTFY|'.
          05 WS-CTL-NTFY            PIC 9(09).
          05 FILLER                 PIC X(01) VALUE '|'.
          05 WS-CTL-TOTAL           PIC 9(09).
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
            PERFORM 2000-SORT-JOURNAL
               THRU 2000-SORT-JOURNAL-EXIT
            PERFORM 2100-EXTRACT-APPLICATIONS
               THRU 2100-EXTRACT-APPLICATIONS-EXIT
            PERFORM 2200-EXTRACT-PURGES
               THRU 2200-EXTRACT-PURGES-EXIT
            PERFORM 3000-EXTRACT-CARDS
               THRU 3000-EXTRACT-CARDS-EXIT
            PERFORM 4000-EXTRACT-LIMIT-REQUESTS
               THRU 4000-EXTRACT-LIMIT-REQUESTS-EXIT
            PERFORM 5000-EXTRACT-NOTIFICATIONS
               THRU 5000-EXTRACT-NOTIFICATIONS-EXIT
            PERFORM 8000-WRITE-CONTROLS
               THRU 8000-WRITE-CONTROLS-EXIT
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
      * THE CARD IMAGES MIRROR CICARD-REC, SO A COPYBOOK GROWN
      * WITHOUT THIS PROGRAM ENDS THE RUN HERE INSTEAD OF EVERY CARD
      * GOING TO THE WAREHOUSE AS CHANGED
            IF LENGTH OF CICARD-REC NOT = LENGTH OF WS-IMG-REC
            OR LENGTH OF CICARD-REC NOT = LENGTH OF IMG-REC
            OR LENGTH OF CICARD-REC NOT = LENGTH OF PIMG-REC
            OR LENGTH OF CICARD-REC NOT = LENGTH OF NIMG-REC
               DISPLAY 'CIOCCB33: CICARD RECORD LENGTH CHANGED - '
                  'ADJUST CARD IMAGE RECORDS'
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
               DISPLAY 'CIOCCB33: BUSINESS DATE FAILED - ' BD-MSG
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF
            PERFORM 1010-SET-WINDOW
               THRU 1010-SET-WINDOW-EXIT
      * A MASTER THAT WILL NOT OPEN WOULD SEND EVERY CARD AS GONE
      * AND EVERY JOURNALLED APPLICATION AS MISSING, SO THE RUN
      * ENDS HERE WITH THE CIRUNCTL ROW LEFT AT STARTED FOR THE
      * RERUN AND NOTHING SENT
            OPEN INPUT CIC0012-FILE
            IF NOT WS-CIC0012-OK
               DISPLAY 'CIOCCB33: CIC0012-FILE OPEN FAILED '
                  WS-CIC0012-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT CARD-FILE
            IF NOT WS-CARD-OK
               DISPLAY 'CIOCCB33: CARD-FILE OPEN FAILED '
                  WS-CARD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
      * A RERUN HAS TO COMPARE WITH THE IMAGE THE FIRST RUN USED;
      * WITHOUT IT EVERY CARD THE FIRST RUN SENT WOULD BE LOST.
      * FIRST-EVER RUN: NO CARD IMAGE YET, SO EVERY CARD IS NEW
            IF WS-RERUN
               OPEN INPUT PIMG-FILE
               IF NOT WS-PIMG-OK
                  DISPLAY 'CIOCCB33: RERUN NEEDS CICDCIMP - OPEN '
                     'STATUS ' WS-PIMG-STATUS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            ELSE
               OPEN INPUT IMG-FILE
               IF WS-IMG-NOFILE
                  SET WS-IMG-DONE TO TRUE
               ELSE
                  IF NOT WS-IMG-OK
                     DISPLAY 'CIOCCB33: IMG-FILE OPEN FAILED '
                        WS-IMG-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
               END-IF
            END-IF
            OPEN OUTPUT NIMG-FILE
            OPEN OUTPUT APPO-FILE
            OPEN OUTPUT CRDO-FILE
            OPEN OUTPUT LRQO-FILE
            OPEN OUTPUT NTFO-FILE
            OPEN OUTPUT CTLO-FILE
            MOVE WS-BUS-DATE  TO WS-HDR-BUS-DATE
            MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE
            MOVE WS-TODAY-DATE TO WS-HDR-RUN-DATE
            MOVE WS-NOW-TIME  TO WS-HDR-RUN-TIME
            MOVE 'CIDWAPPL' TO WS-HDR-FILE
            MOVE WS-HDR-LINE TO APPO-REC
            WRITE APPO-REC
            MOVE 'CIDWCARD' TO WS-HDR-FILE
            MOVE WS-HDR-LINE TO CRDO-REC
            WRITE CRDO-REC
            MOVE 'CIDWLREQ' TO WS-HDR-FILE
            MOVE WS-HDR-LINE TO LRQO-REC
            WRITE LRQO-REC
            MOVE 'CIDWNTFY' TO WS-HDR-FILE
            MOVE WS-HDR-LINE TO NTFO-REC
            WRITE NTFO-REC
            .
       1000-INIT-EXIT.
            EXIT.
      *
      * CIDWLAST HOLDS THE LAST WINDOW TAKEN. TONIGHT'S WINDOW
      * STARTS AFTER ITS BUSINESS DATE; A RERUN FOR THE SAME
      * BUSINESS DATE TAKES THE SAME WINDOW AGAIN AND THE PREVIOUS
      * CARD IMAGE. AN EXTRACT
      * ALREADY TAKEN FOR A LATER BUSINESS DATE ENDS THE RUN
      * RATHER THAN SEND A WINDOW RUNNING BACKWARDS
       1010-SET-WINDOW.
            MOVE SPACES TO WS-FROM-DATE
            OPEN INPUT LAST-FILE
            IF WS-LAST-NOFILE
               DISPLAY 'CIOCCB33: NO CIDWLAST - FULL STARTING LOAD'
               GO TO 1010-SET-WINDOW-EXIT
            END-IF
            IF NOT WS-LAST-OK
               DISPLAY 'CIOCCB33: LAST-FILE OPEN FAILED '
                  WS-LAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            READ LAST-FILE
                AT END
                    MOVE SPACES TO LAST-REC
            END-READ
            CLOSE LAST-FILE
            EVALUATE TRUE
                WHEN LAST-TO-DATE = SPACES
                     DISPLAY 'CIOCCB33: EMPTY CIDWLAST - FULL '
                        'STARTING LOAD'
                WHEN LAST-TO-DATE = WS-BUS-DATE
                     MOVE LAST-FROM-DATE TO WS-FROM-DATE
                     SET WS-RERUN TO TRUE
                     DISPLAY 'CIOCCB33: RERUN FOR BUSINESS DATE '
                        WS-BUS-DATE
                WHEN LAST-TO-DATE > WS-BUS-DATE
                     DISPLAY 'CIOCCB33: EXTRACT ALREADY TAKEN FOR '
                        LAST-TO-DATE ' - BUSINESS DATE IS '
                        WS-BUS-DATE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                WHEN OTHER
                     MOVE LAST-TO-DATE TO WS-FROM-DATE
            END-EVALUATE
            .
       1010-SET-WINDOW-EXIT.
            EXIT.
      *
      * EVERY SOURCE DATE IS YYYY/MM/DD, SO THE WINDOW TEST IS A
      * PLAIN COMPARE; A DATE OF SPACES IS NEVER IN THE WINDOW
       1020-TEST-WINDOW.
            MOVE 'N' TO WS-IN-WINDOW-SW
            IF WS-TEST-DATE NOT = SPACES
            AND WS-TEST-DATE > WS-FROM-DATE
            AND WS-TEST-DATE NOT > WS-BUS-DATE
               SET WS-IN-WINDOW TO TRUE
            END-IF
            .
       1020-TEST-WINDOW-EXIT.
            EXIT.
      *
       2000-SORT-JOURNAL.
            SORT SORTJ-FILE
                 ASCENDING KEY SORTJ-APPL-ID
                 ASCENDING KEY SORTJ-ACTION
                 INPUT PROCEDURE 2010-RELEASE-JOURNAL
                    THRU 2010-RELEASE-JOURNAL-EXIT
                 GIVING JNLW-FILE
            .
       2000-SORT-JOURNAL-EXIT.
            EXIT.
      *
       2010-RELEASE-JOURNAL.
            OPEN INPUT JNL-FILE
            IF WS-JNL-NOFILE
               SET WS-JNL-DONE TO TRUE
            ELSE
               IF NOT WS-JNL-OK
                  DISPLAY 'CIOCCB33: JNL-FILE OPEN FAILED '
                     WS-JNL-STATUS
                  SET WS-JNL-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-JNL-DONE
               READ JNL-FILE
                   AT END
                       SET WS-JNL-DONE TO TRUE
                   NOT AT END
                       PERFORM 2020-RELEASE-ONE-ENTRY
                          THRU 2020-RELEASE-ONE-ENTRY-EXIT
               END-READ
            END-PERFORM
            IF WS-JNL-OK OR WS-JNL-EOF
               CLOSE JNL-FILE
            END-IF
            .
       2010-RELEASE-JOURNAL-EXIT.
            EXIT.
      *
       2020-RELEASE-ONE-ENTRY.
            MOVE CISTJNL-DATE TO WS-TEST-DATE
            PERFORM 1020-TEST-WINDOW
               THRU 1020-TEST-WINDOW-EXIT
            IF NOT WS-IN-WINDOW
               GO TO 2020-RELEASE-ONE-ENTRY-EXIT
            END-IF
            ADD 1 TO WS-TOTAL-JOURNAL
            MOVE CISTJNL-APPL-ID TO SORTJ-APPL-ID
            IF CISTJNL-OLD-STATUS = ZERO
               MOVE 'I' TO SORTJ-ACTION
            ELSE
               MOVE 'U' TO SORTJ-ACTION
            END-IF
            RELEASE SORTJ-REC
            .
       2020-RELEASE-ONE-ENTRY-EXIT.
            EXIT.
      *
      * ONE ROW PER APPLICATION: THE FIRST ENTRY OF EACH GROUP
      * DECIDES INSERT OR UPDATE, THE REST ARE PASSED OVER
       2100-EXTRACT-APPLICATIONS.
            OPEN INPUT JNLW-FILE
            IF NOT WS-JNLW-OK
               DISPLAY 'CIOCCB33: JNLW-FILE OPEN FAILED '
                  WS-JNLW-STATUS
               SET WS-JNLW-DONE TO TRUE
            END-IF
            PERFORM UNTIL WS-JNLW-DONE
               READ JNLW-FILE
                   AT END
                       SET WS-JNLW-DONE TO TRUE
                   NOT AT END
                       IF JNLW-APPL-ID NOT = WS-PREV-APPL-ID
                          MOVE JNLW-APPL-ID TO WS-PREV-APPL-ID
                          PERFORM 2110-EXTRACT-ONE-APPLICATION
                             THRU 2110-EXTRACT-ONE-APPLICATION-EXIT
                       END-IF
               END-READ
            END-PERFORM
            IF WS-JNLW-OK
               CLOSE JNLW-FILE
            END-IF
            .
       2100-EXTRACT-APPLICATIONS-EXIT.
            EXIT.
      *
      * AN APPLICATION NO LONGER ON THE LIVE FILE HAS BEEN PURGED;
      * ITS DELETE MARKER COMES FROM CIPURGE
       2110-EXTRACT-ONE-APPLICATION.
            MOVE JNLW-APPL-ID TO CIC0012O-ID
            READ CIC0012-FILE
                INVALID KEY
                    ADD 1 TO WS-APPL-NOT-LIVE
                    GO TO 2110-EXTRACT-ONE-APPLICATION-EXIT
            END-READ
            MOVE JNLW-ACTION TO WS-ACTION
            IF WS-ACTION-INSERT
               ADD 1 TO WS-APPL-INSERTS
            ELSE
               ADD 1 TO WS-APPL-UPDATES
            END-IF
            MOVE WS-ACTION                     TO WS-AL-ACTION
            MOVE CIC0012O-ID                   TO WS-AL-ID
            MOVE CIC0012O-STATUS               TO WS-AL-STATUS
            MOVE CIC0012O-IN-DATE              TO WS-AL-IN-DATE
            MOVE CIC0012O-IN-TIME              TO WS-AL-IN-TIME
            MOVE CIC0012O-APP-DATE             TO WS-AL-APP-DATE
            MOVE CIC0012O-ID-TYPE              TO WS-AL-ID-TYPE
            MOVE CIC0012O-ID-NUMBER            TO WS-AL-ID-NUMBER
            MOVE CIC0012O-ANNUAL-SALARY        TO WS-AL-SALARY
            MOVE CIC0012O-LAST-DATE            TO WS-AL-LAST-DATE
            MOVE CIC0012O-LAST-TIME            TO WS-AL-LAST-TIME
            MOVE CIC0012O-INTCHK-RESULT        TO WS-AL-INTCHK-RESULT
            MOVE CIC0012O-INTCHK-DATE          TO WS-AL-INTCHK-DATE
            MOVE CIC0012O-REVIEW-RESULT        TO WS-AL-REVIEW-RESULT
            MOVE CIC0012O-REVIEW-DATE          TO WS-AL-REVIEW-DATE
            MOVE CIC0012O-CREINV-RESULT        TO WS-AL-CREINV-RESULT
            MOVE CIC0012O-CREINV-DATE          TO WS-AL-CREINV-DATE
            MOVE CIC0012O-MANCRE-RESULT        TO WS-AL-MANCRE-RESULT
            MOVE CIC0012O-MANCRE-DATE          TO WS-AL-MANCRE-DATE
            MOVE CIC0012O-SUPV-RESULT          TO WS-AL-SUPV-RESULT
            MOVE CIC0012O-SUPV-DATE            TO WS-AL-SUPV-DATE
            MOVE CIC0012O-SCORE                TO WS-AL-SCORE
            MOVE CIC0012O-SCORE-VERSION        TO WS-AL-SCORE-VERSION
            MOVE CIC0012O-COMPUTE-LIMIT        TO WS-AL-COMPUTE-LIMIT
            MOVE CIC0012O-COMPUTE-RESULT       TO WS-AL-COMPUTE-RESULT
            MOVE CIC0012O-FINAL-LIMIT          TO WS-AL-FINAL-LIMIT
            MOVE CIC0012O-LETTER-DATE          TO WS-AL-LETTER-DATE
            MOVE CIC0012O-DUP-FLAG             TO WS-AL-DUP-FLAG
            MOVE CIC0012O-FRAUD-FLAG           TO WS-AL-FRAUD-FLAG
            MOVE CIC0012O-FRAUD-REASON         TO WS-AL-FRAUD-REASON
            MOVE CIC0012O-WDRAW-DATE           TO WS-AL-WDRAW-DATE
            MOVE CIC0012O-WDRAW-REASON         TO WS-AL-WDRAW-REASON
            MOVE CIC0012O-OVRD-FLAG            TO WS-AL-OVRD-FLAG
            MOVE CIC0012O-OVRD-REASON          TO WS-AL-OVRD-REASON
            MOVE WS-APPL-LINE TO APPO-REC
            WRITE APPO-REC
            ADD 1 TO WS-TOTAL-APPL
            .
       2110-EXTRACT-ONE-APPLICATION-EXIT.
            EXIT.
      *
      * DELETE MARKERS FOR EVERY APPLICATION THE ARCHIVE RUN PURGED
      * IN THE WINDOW
       2200-EXTRACT-PURGES.
            OPEN INPUT PRG-FILE
            IF WS-PRG-NOFILE
               SET WS-PRG-DONE TO TRUE
            ELSE
               IF NOT WS-PRG-OK
                  DISPLAY 'CIOCCB33: PRG-FILE OPEN FAILED '
                     WS-PRG-STATUS
                  SET WS-PRG-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-PRG-DONE
               READ PRG-FILE
                   AT END
                       SET WS-PRG-DONE TO TRUE
                   NOT AT END
                       PERFORM 2210-EXTRACT-ONE-PURGE
                          THRU 2210-EXTRACT-ONE-PURGE-EXIT
               END-READ
            END-PERFORM
            IF WS-PRG-OK OR WS-PRG-EOF
               CLOSE PRG-FILE
            END-IF
            .
       2200-EXTRACT-PURGES-EXIT.
            EXIT.
      *
       2210-EXTRACT-ONE-PURGE.
            MOVE CIPURGE-DATE TO WS-TEST-DATE
            PERFORM 1020-TEST-WINDOW
               THRU 1020-TEST-WINDOW-EXIT
            IF NOT WS-IN-WINDOW
               GO TO 2210-EXTRACT-ONE-PURGE-EXIT
            END-IF
            PERFORM 2220-CLEAR-APPLICATION-LINE
               THRU 2220-CLEAR-APPLICATION-LINE-EXIT
            MOVE 'D'             TO WS-AL-ACTION
            MOVE CIPURGE-APPL-ID TO WS-AL-ID
            MOVE CIPURGE-STATUS  TO WS-AL-STATUS
            MOVE CIPURGE-DATE    TO WS-AL-LAST-DATE
            MOVE WS-APPL-LINE TO APPO-REC
            WRITE APPO-REC
            ADD 1 TO WS-APPL-DELETES
            ADD 1 TO WS-TOTAL-APPL
            .
       2210-EXTRACT-ONE-PURGE-EXIT.
            EXIT.
      *
      * A DELETE MARKER CARRIES NOTHING BUT ITS KEY, STATUS AND
      * PURGE DATE; EVERY OTHER COLUMN GOES OUT EMPTY OF DATA
       2220-CLEAR-APPLICATION-LINE.
            MOVE SPACES TO WS-AL-IN-DATE
                           WS-AL-IN-TIME
                           WS-AL-APP-DATE
                           WS-AL-ID-NUMBER
                           WS-AL-LAST-TIME
                           WS-AL-INTCHK-DATE
                           WS-AL-REVIEW-DATE
                           WS-AL-CREINV-RESULT
                           WS-AL-CREINV-DATE
                           WS-AL-MANCRE-DATE
                           WS-AL-SUPV-DATE
                           WS-AL-LETTER-DATE
                           WS-AL-DUP-FLAG
                           WS-AL-FRAUD-FLAG
                           WS-AL-WDRAW-DATE
                           WS-AL-OVRD-FLAG
            MOVE ZERO   TO WS-AL-ID-TYPE
                           WS-AL-SALARY
                           WS-AL-INTCHK-RESULT
                           WS-AL-REVIEW-RESULT
                           WS-AL-MANCRE-RESULT
                           WS-AL-SUPV-RESULT
                           WS-AL-SCORE
                           WS-AL-SCORE-VERSION
                           WS-AL-COMPUTE-LIMIT
                           WS-AL-COMPUTE-RESULT
                           WS-AL-FINAL-LIMIT
                           WS-AL-FRAUD-REASON
                           WS-AL-WDRAW-REASON
                           WS-AL-OVRD-REASON
            .
       2220-CLEAR-APPLICATION-LINE-EXIT.
            EXIT.
      *
      * CICARD (READ IN CARD NUMBER ORDER) AGAINST LAST NIGHT'S
      * IMAGE (WRITTEN IN THE SAME ORDER): A CARD ONLY ON CICARD IS
      * NEW, ONE ONLY ON THE IMAGE HAS GONE, ONE ON BOTH THAT NO
      * LONGER MATCHES BYTE FOR BYTE HAS CHANGED
       3000-EXTRACT-CARDS.
            PERFORM 3020-READ-CARD
               THRU 3020-READ-CARD-EXIT
            IF NOT WS-IMG-DONE
               PERFORM 3030-READ-IMAGE
                  THRU 3030-READ-IMAGE-EXIT
            END-IF
            PERFORM 3010-MATCH-ONE-CARD
               THRU 3010-MATCH-ONE-CARD-EXIT
              UNTIL WS-CARD-DONE AND WS-IMG-DONE
            IF WS-RERUN
               CLOSE PIMG-FILE
            ELSE
               IF WS-IMG-OK OR WS-IMG-EOF
                  CLOSE IMG-FILE
               END-IF
            END-IF
            CLOSE NIMG-FILE
            .
       3000-EXTRACT-CARDS-EXIT.
            EXIT.
      *
       3010-MATCH-ONE-CARD.
            EVALUATE TRUE
                WHEN WS-CARD-DONE
                     PERFORM 3050-WRITE-CARD-DELETE
                        THRU 3050-WRITE-CARD-DELETE-EXIT
                     PERFORM 3030-READ-IMAGE
                        THRU 3030-READ-IMAGE-EXIT
                WHEN WS-IMG-DONE
                     SET WS-ACTION-INSERT TO TRUE
                     PERFORM 3040-WRITE-CARD-LINE
                        THRU 3040-WRITE-CARD-LINE-EXIT
                     PERFORM 3020-READ-CARD
                        THRU 3020-READ-CARD-EXIT
                WHEN CICARD-NUMB < WS-IMG-NUMB
                     SET WS-ACTION-INSERT TO TRUE
                     PERFORM 3040-WRITE-CARD-LINE
                        THRU 3040-WRITE-CARD-LINE-EXIT
                     PERFORM 3020-READ-CARD
                        THRU 3020-READ-CARD-EXIT
                WHEN CICARD-NUMB > WS-IMG-NUMB
                     PERFORM 3050-WRITE-CARD-DELETE
                        THRU 3050-WRITE-CARD-DELETE-EXIT
                     PERFORM 3030-READ-IMAGE
                        THRU 3030-READ-IMAGE-EXIT
                WHEN OTHER
                     IF CICARD-REC NOT = WS-IMG-REC
                        SET WS-ACTION-UPDATE TO TRUE
                        PERFORM 3040-WRITE-CARD-LINE
                           THRU 3040-WRITE-CARD-LINE-EXIT
                     END-IF
                     PERFORM 3020-READ-CARD
                        THRU 3020-READ-CARD-EXIT
                     PERFORM 3030-READ-IMAGE
                        THRU 3030-READ-IMAGE-EXIT
            END-EVALUATE
            .
       3010-MATCH-ONE-CARD-EXIT.
            EXIT.
      *
      * EVERY CARD READ GOES ON TONIGHT'S IMAGE, CHANGED OR NOT
       3020-READ-CARD.
            READ CARD-FILE NEXT
                AT END
                    SET WS-CARD-DONE TO TRUE
                NOT AT END
                    MOVE CICARD-REC TO NIMG-REC
                    WRITE NIMG-REC
                    ADD 1 TO WS-CARD-IMAGED
            END-READ
            .
       3020-READ-CARD-EXIT.
            EXIT.
      *
       3030-READ-IMAGE.
            IF WS-RERUN
               READ PIMG-FILE INTO WS-IMG-REC
                   AT END
                       SET WS-IMG-DONE TO TRUE
               END-READ
            ELSE
               READ IMG-FILE INTO WS-IMG-REC
                   AT END
                       SET WS-IMG-DONE TO TRUE
               END-READ
            END-IF
            .
       3030-READ-IMAGE-EXIT.
            EXIT.
      *
       3040-WRITE-CARD-LINE.
            IF WS-ACTION-INSERT
               ADD 1 TO WS-CARD-INSERTS
            ELSE
               ADD 1 TO WS-CARD-UPDATES
            END-IF
            MOVE WS-ACTION            TO WS-CL-ACTION
            MOVE CICARD-NUMB          TO WS-CL-NUMB
            MOVE CICARD-APPL-ID       TO WS-CL-APPL-ID
            MOVE CICARD-STATUS        TO WS-CL-STATUS
            MOVE CICARD-LIMIT         TO WS-CL-LIMIT
            MOVE CICARD-PRODUCT       TO WS-CL-PRODUCT
            MOVE CICARD-ISSUE-DATE    TO WS-CL-ISSUE-DATE
            MOVE CICARD-EXPIRY-DATE   TO WS-CL-EXPIRY-DATE
            MOVE CICARD-PROD-DATE     TO WS-CL-PROD-DATE
            MOVE CICARD-MAIL-DATE     TO WS-CL-MAIL-DATE
            MOVE CICARD-REPL-FROM     TO WS-CL-REPL-FROM
            MOVE CICARD-PRIMARY-NUMB  TO WS-CL-PRIMARY-NUMB
            MOVE CICARD-BLOCK-DATE    TO WS-CL-BLOCK-DATE
            MOVE CICARD-BLOCK-REASON  TO WS-CL-BLOCK-REASON
            MOVE CICARD-BLOCK-RELEASE TO WS-CL-BLOCK-RELEASE
            MOVE CICARD-CANCEL-DATE   TO WS-CL-CANCEL-DATE
            MOVE WS-CARD-LINE TO CRDO-REC
            WRITE CRDO-REC
            ADD 1 TO WS-TOTAL-CARD
            .
       3040-WRITE-CARD-LINE-EXIT.
            EXIT.
      *
       3050-WRITE-CARD-DELETE.
            MOVE 'D'            TO WS-CL-ACTION
            MOVE WS-IMG-NUMB    TO WS-CL-NUMB
            MOVE WS-IMG-APPL-ID TO WS-CL-APPL-ID
            MOVE ZERO           TO WS-CL-STATUS
                                   WS-CL-LIMIT
                                   WS-CL-REPL-FROM
                                   WS-CL-PRIMARY-NUMB
                                   WS-CL-BLOCK-REASON
            MOVE SPACES         TO WS-CL-PRODUCT
                                   WS-CL-ISSUE-DATE
                                   WS-CL-EXPIRY-DATE
                                   WS-CL-PROD-DATE
                                   WS-CL-MAIL-DATE
                                   WS-CL-BLOCK-DATE
                                   WS-CL-BLOCK-RELEASE
                                   WS-CL-CANCEL-DATE
            MOVE WS-CARD-LINE TO CRDO-REC
            WRITE CRDO-REC
            ADD 1 TO WS-CARD-DELETES
            ADD 1 TO WS-TOTAL-CARD
            .
       3050-WRITE-CARD-DELETE-EXIT.
            EXIT.
      *
      * A REQUEST CAPTURED IN THE WINDOW IS NEW; ONE ONLY DECIDED IN
      * IT IS AN UPDATE. A REQUEST OVERWRITTEN BY A FRESH ONE FOR
      * THE SAME CARD COMES THROUGH AS NEW UNDER THE SAME CARD
       4000-EXTRACT-LIMIT-REQUESTS.
            OPEN INPUT LIMREQ-FILE
            IF WS-LIMREQ-NOFILE
               SET WS-LIMREQ-DONE TO TRUE
            ELSE
               IF NOT WS-LIMREQ-OK
                  DISPLAY 'CIOCCB33: LIMREQ-FILE OPEN FAILED '
                     WS-LIMREQ-STATUS
                  SET WS-LIMREQ-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-LIMREQ-DONE
               READ LIMREQ-FILE
                   AT END
                       SET WS-LIMREQ-DONE TO TRUE
                   NOT AT END
                       PERFORM 4010-EXTRACT-ONE-REQUEST
                          THRU 4010-EXTRACT-ONE-REQUEST-EXIT
               END-READ
            END-PERFORM
            IF WS-LIMREQ-OK OR WS-LIMREQ-EOF
               CLOSE LIMREQ-FILE
            END-IF
            .
       4000-EXTRACT-LIMIT-REQUESTS-EXIT.
            EXIT.
      *
       4010-EXTRACT-ONE-REQUEST.
            MOVE CILIMREQ-REQ-DATE TO WS-TEST-DATE
            PERFORM 1020-TEST-WINDOW
               THRU 1020-TEST-WINDOW-EXIT
            IF WS-IN-WINDOW
               SET WS-ACTION-INSERT TO TRUE
            ELSE
               MOVE CILIMREQ-DEC-DATE TO WS-TEST-DATE
               PERFORM 1020-TEST-WINDOW
                  THRU 1020-TEST-WINDOW-EXIT
               IF NOT WS-IN-WINDOW
                  GO TO 4010-EXTRACT-ONE-REQUEST-EXIT
               END-IF
               SET WS-ACTION-UPDATE TO TRUE
            END-IF
            MOVE WS-ACTION              TO WS-RL-ACTION
            MOVE CILIMREQ-CARD-NUMB     TO WS-RL-CARD-NUMB
            MOVE CILIMREQ-APPL-ID       TO WS-RL-APPL-ID
            MOVE CILIMREQ-STATUS        TO WS-RL-STATUS
            MOVE CILIMREQ-CUR-LIMIT     TO WS-RL-CUR-LIMIT
            MOVE CILIMREQ-REQ-LIMIT     TO WS-RL-REQ-LIMIT
            MOVE CILIMREQ-NEW-LIMIT     TO WS-RL-NEW-LIMIT
            MOVE CILIMREQ-REASON        TO WS-RL-REASON
            MOVE CILIMREQ-SUPV-RESULT   TO WS-RL-SUPV-RESULT
            MOVE CILIMREQ-SUPV-OPID     TO WS-RL-SUPV-OPID
            MOVE CILIMREQ-REQ-DATE      TO WS-RL-REQ-DATE
            MOVE CILIMREQ-DEC-DATE      TO WS-RL-DEC-DATE
            MOVE CILIMREQ-SCORE         TO WS-RL-SCORE
            MOVE CILIMREQ-SCORE-VERSION TO WS-RL-SCORE-VERSION
            MOVE WS-LREQ-LINE TO LRQO-REC
            WRITE LRQO-REC
            ADD 1 TO WS-TOTAL-LREQ
            .
       4010-EXTRACT-ONE-REQUEST-EXIT.
            EXIT.
      *
       5000-EXTRACT-NOTIFICATIONS.
            OPEN INPUT NTF-FILE
            IF WS-NTF-NOFILE
               SET WS-NTF-DONE TO TRUE
            ELSE
               IF NOT WS-NTF-OK
                  DISPLAY 'CIOCCB33: NTF-FILE OPEN FAILED '
                     WS-NTF-STATUS
                  SET WS-NTF-DONE TO TRUE
               END-IF
            END-IF
            PERFORM UNTIL WS-NTF-DONE
               READ NTF-FILE
                   AT END
                       SET WS-NTF-DONE TO TRUE
                   NOT AT END
                       PERFORM 5010-EXTRACT-ONE-OUTCOME
                          THRU 5010-EXTRACT-ONE-OUTCOME-EXIT
               END-READ
            END-PERFORM
            IF WS-NTF-OK OR WS-NTF-EOF
               CLOSE NTF-FILE
            END-IF
            .
       5000-EXTRACT-NOTIFICATIONS-EXIT.
            EXIT.
      *
       5010-EXTRACT-ONE-OUTCOME.
            MOVE CINOTIFY-DLV-DATE TO WS-TEST-DATE
            PERFORM 1020-TEST-WINDOW
               THRU 1020-TEST-WINDOW-EXIT
            IF NOT WS-IN-WINDOW
               GO TO 5010-EXTRACT-ONE-OUTCOME-EXIT
            END-IF
            MOVE 'U'                  TO WS-NL-ACTION
            MOVE CINOTIFY-APPL-ID     TO WS-NL-APPL-ID
            MOVE CINOTIFY-TEMPLATE    TO WS-NL-TEMPLATE
            MOVE CINOTIFY-CHANNEL     TO WS-NL-CHANNEL
            MOVE CINOTIFY-CREATE-DATE TO WS-NL-CREATE-DATE
            MOVE CINOTIFY-DLV-STATUS  TO WS-NL-DLV-STATUS
            MOVE CINOTIFY-DLV-DATE    TO WS-NL-DLV-DATE
            MOVE WS-NTFY-LINE TO NTFO-REC
            WRITE NTFO-REC
            ADD 1 TO WS-TOTAL-NTFY
            .
       5010-EXTRACT-ONE-OUTCOME-EXIT.
            EXIT.
      *
       8000-WRITE-CONTROLS.
            MOVE 'CIDWAPPL'    TO WS-TRL-FILE
            MOVE WS-TOTAL-APPL TO WS-TRL-COUNT
            MOVE WS-TRL-LINE TO APPO-REC
            WRITE APPO-REC
            MOVE 'CIDWCARD'    TO WS-TRL-FILE
            MOVE WS-TOTAL-CARD TO WS-TRL-COUNT
            MOVE WS-TRL-LINE TO CRDO-REC
            WRITE CRDO-REC
            MOVE 'CIDWLREQ'    TO WS-TRL-FILE
            MOVE WS-TOTAL-LREQ TO WS-TRL-COUNT
            MOVE WS-TRL-LINE TO LRQO-REC
            WRITE LRQO-REC
            MOVE 'CIDWNTFY'    TO WS-TRL-FILE
            MOVE WS-TOTAL-NTFY TO WS-TRL-COUNT
            MOVE WS-TRL-LINE TO NTFO-REC
            WRITE NTFO-REC
            COMPUTE WS-TOTAL-SENT = WS-TOTAL-APPL + WS-TOTAL-CARD
                                  + WS-TOTAL-LREQ + WS-TOTAL-NTFY
            MOVE WS-BUS-DATE     TO WS-CTL-BUS-DATE
            MOVE WS-FROM-DATE    TO WS-CTL-FROM-DATE
            MOVE WS-TOTAL-APPL   TO WS-CTL-APPL
            MOVE WS-APPL-INSERTS TO WS-CTL-APPL-INS
            MOVE WS-APPL-UPDATES TO WS-CTL-APPL-UPD
            MOVE WS-APPL-DELETES TO WS-CTL-APPL-DEL
            MOVE WS-TOTAL-CARD   TO WS-CTL-CARD
            MOVE WS-TOTAL-LREQ   TO WS-CTL-LREQ
            MOVE WS-TOTAL-NTFY   TO WS-CTL-NTFY
            MOVE WS-TOTAL-SENT   TO WS-CTL-TOTAL
            MOVE WS-CTL-LINE TO CTLO-REC
            WRITE CTLO-REC
            .
       8000-WRITE-CONTROLS-EXIT.
            EXIT.
      *
      * THE WINDOW IS RECORDED ONLY ONCE EVERY FILE IS COMPLETE, SO
      * A RUN THAT FAILS PART WAY SENDS THE SAME WINDOW WHEN RERUN
       9000-CLEAN-UP.
            DISPLAY 'CIOCCB33: WINDOW AFTER   ' WS-FROM-DATE
               ' TO ' WS-BUS-DATE
            DISPLAY 'CIOCCB33: JOURNAL ENTRIES ' WS-TOTAL-JOURNAL
            DISPLAY 'CIOCCB33: APPL INSERTS    ' WS-APPL-INSERTS
            DISPLAY 'CIOCCB33: APPL UPDATES    ' WS-APPL-UPDATES
            DISPLAY 'CIOCCB33: APPL DELETES    ' WS-APPL-DELETES
            DISPLAY 'CIOCCB33: APPL NOT LIVE   ' WS-APPL-NOT-LIVE
            DISPLAY 'CIOCCB33: CARD INSERTS    ' WS-CARD-INSERTS
            DISPLAY 'CIOCCB33: CARD UPDATES    ' WS-CARD-UPDATES
            DISPLAY 'CIOCCB33: CARD DELETES    ' WS-CARD-DELETES
            DISPLAY 'CIOCCB33: CARDS IMAGED    ' WS-CARD-IMAGED
            DISPLAY 'CIOCCB33: LIMIT REQUESTS  ' WS-TOTAL-LREQ
            DISPLAY 'CIOCCB33: NOTIFY OUTCOMES ' WS-TOTAL-NTFY
            DISPLAY 'CIOCCB33: TOTAL SENT      ' WS-TOTAL-SENT
            CLOSE CIC0012-FILE
            CLOSE CARD-FILE
            CLOSE APPO-FILE
            CLOSE CRDO-FILE
            CLOSE LRQO-FILE
            CLOSE NTFO-FILE
            CLOSE CTLO-FILE
            OPEN OUTPUT LAST-FILE
            MOVE WS-FROM-DATE  TO LAST-FROM-DATE
            MOVE WS-BUS-DATE   TO LAST-TO-DATE
            MOVE WS-TODAY-DATE TO LAST-RUN-DATE
            MOVE WS-NOW-TIME   TO LAST-RUN-TIME
            WRITE LAST-REC
            CLOSE LAST-FILE
            SET RC-FUNC-END TO TRUE
            MOVE WS-PGM-NAME TO RC-PGM
            MOVE WS-TOTAL-SENT TO RC-REC-COUNT
            CALL 'CIOCRCTL' USING WS-RUNCTL-AREA
            IF RC-REFUSED
               DISPLAY WS-PGM-NAME ': RUN CONTROL END FAILED - '
                  RC-MSG
            END-IF
            .
       9000-CLEAN-UP-EXIT.
            EXIT.
