      *****************************************************************
      * Program name:    PBAMLMON
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Weekly suspicious-activity monitor for compliance. Reads a
      * single control card naming the days to watch (first and last
      * day, CCYYMMDD - a zero last day watches the first day alone)
      * and the thresholds, asks PBSUB for a full dump of IDX-FILE
      * (WS-SUB-FUNC-SCAN, into SCAN-FILE - PBAMLMON never opens
      * IDX-FILE itself) to learn which customer holds every account,
      * then walks HIST-FILE once and groups each customer movement
      * in the period under its account's customer (IDX-CUST-NO).
      *
      * A customer movement is a plain posting that moved the
      * balance at the customer's hand - an opening deposit, an
      * update or a transfer leg; accruals, fees and reversals are
      * the bank's own entries and are not watched. Every movement
      * is judged in the base currency (TRY), converted at the
      * FX-FILE rate in force on the period's last day, the
      * effective-dated lookup PBFXPOS uses. Four patterns are
      * raised as cases:
      *   L  one movement at or over the large-amount threshold;
      *   S  a customer with at least the card's count of movements
      *      falling just under it - inside the card's percentage
      *      band below the threshold - in the period;
      *   P  a customer whose accounts both received and sent a
      *      transfer on the same day, the in-and-out of funds
      *      passing through - a transfer between two accounts of
      *      the same customer is not counted;
      *   W  an account PBDORM had flagged dormant ('D') that woke
      *      up in the period, or within the card's wake window
      *      before it, and moved at least the card's wake amount
      *      inside the window after waking. The wake is read off
      *      the status images on the history row.
      *
      * Every case is printed on the report and written to the case
      * file compliance's case tool loads, one fixed-format record
      * per case. A movement whose currency has no rate cannot be
      * judged and is listed instead; with any such movement the run
      * ends with condition code 8, since the week was not watched
      * in full. PBAMLMON posts nothing.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBAMLMON.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO AMLCARD
                           STATUS ST-CTLFILE.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT HIST-FILE ASSIGN TO IOHIST
                           STATUS ST-HISTFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HIST-KEY.
           SELECT FX-FILE ASSIGN TO FXFILE
                           STATUS ST-FXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY FX-KEY.
           SELECT RPT-FILE ASSIGN TO AMLRPT
                           STATUS ST-RPTFILE.
           SELECT CASE-FILE ASSIGN TO AMLCASE
                           STATUS ST-CASEFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    The amounts are whole units of the base currency (TRY).
      *    CTL-NEAR-PCT is the width of the band under the large
      *    amount, in percent; CTL-WAKE-DAYS the window after a wake.
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-FROM-DATE        PIC 9(08).
           03 CTL-TO-DATE          PIC 9(08).
           03 CTL-LARGE-AMT        PIC 9(15).
           03 CTL-NEAR-PCT         PIC 9(02).
           03 CTL-NEAR-COUNT       PIC 9(03).
           03 CTL-WAKE-DAYS        PIC 9(03).
           03 CTL-WAKE-AMT         PIC 9(15).
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBAMLMON only reads it.
       FD SCAN-FILE RECORDING MODE F.
       01 SCAN-REC.
           03 SCAN-ID              PIC 9(05).
           03 SCAN-CUST-NO         PIC 9(05).
           03 SCAN-SURNAME         PIC X(15).
           03 SCAN-EXC             PIC S9(03).
           03 SCAN-DATE            PIC S9(07).
           03 SCAN-LAST-ACCR       PIC S9(07).
           03 SCAN-BALANCE         PIC S9(15).
           03 SCAN-STATUS          PIC X(01).
           03 SCAN-CURRENCY        PIC X(03).
      *    HIST-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns HIST-FILE and writes it, PBAMLMON only reads it.
       FD HIST-FILE.
       01 HIST-REC.
           03 HIST-KEY.
                05 HIST-ID         PIC S9(5) COMP-3.
                05 HIST-TS         PIC X(21).
           03 HIST-FUNC            PIC 9(01).
           03 HIST-OLD-NAME        PIC X(15).
           03 HIST-OLD-SURNAME     PIC X(15).
           03 HIST-OLD-EXC         PIC S9(3) COMP.
           03 HIST-OLD-DATE        PIC S9(7) COMP-3.
           03 HIST-OLD-BALANCE     PIC S9(15) COMP-3.
           03 HIST-NEW-NAME        PIC X(15).
           03 HIST-NEW-SURNAME     PIC X(15).
           03 HIST-NEW-EXC         PIC S9(3) COMP.
           03 HIST-NEW-DATE        PIC S9(7) COMP-3.
           03 HIST-NEW-BALANCE     PIC S9(15) COMP-3.
           03 HIST-OLD-CURR        PIC X(03).
           03 HIST-NEW-CURR        PIC X(03).
           03 HIST-KIND            PIC X(01).
              88 HIST-KIND-POSTING    VALUE SPACE.
              88 HIST-KIND-REVERSAL   VALUE 'R' 'V'.
              88 HIST-KIND-FEE        VALUE 'F' 'V'.
           03 HIST-REV-TS          PIC X(21).
           03 HIST-XFER-ID         PIC 9(05).
           03 HIST-OLD-STATUS      PIC X(01).
           03 HIST-NEW-STATUS      PIC X(01).
           03 HIST-OLD-CUST-NO     PIC 9(05).
           03 HIST-NEW-CUST-NO     PIC 9(05).
           03 HIST-OLD-LAST-ACCR   PIC 9(07).
           03 HIST-NEW-LAST-ACCR   PIC 9(07).
      *    FX-REC mirrors PBFXMNT's own copy field for field -
      *    PBFXMNT owns FX-FILE and maintains it, PBAMLMON only
      *    reads it.
       FD FX-FILE.
       01 FX-REC.
           03 FX-KEY.
                05 FX-CURR         PIC X(03).
                05 FX-EFF-DATE     PIC S9(7) COMP-3.
           03 FX-RATE              PIC S9(7)V9(6) COMP-3.
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
      *****************************************************************
      * The case file compliance's case tool loads - one record per
      * case, all display fields. CASE-ID is the account for an L or
      * W case and zero for the customer-level S and P cases; CASE-
      * DATE is the movement's day (L), the last movement's day (S),
      * the day of the pair (P) or the day of the wake (W). CASE-
      * AMOUNT is in TRY - the movement (L), the total just under
      * the threshold (S), the day's transfers in (P) or the total
      * moved since the wake (W); CASE-AMOUNT-2 carries the day's
      * transfers out of a P case and is zero otherwise.
      *****************************************************************
       FD CASE-FILE RECORDING MODE F.
       01 CASE-REC.
           03 CASE-TYPE            PIC X(01).
           03 CASE-CUST-NO         PIC 9(05).
           03 CASE-ID              PIC 9(05).
           03 CASE-EXC             PIC 9(03).
           03 CASE-DATE            PIC 9(08).
           03 CASE-AMOUNT          PIC S9(15).
           03 CASE-AMOUNT-2        PIC S9(15).
           03 CASE-COUNT           PIC 9(05).
           03 CASE-FROM-DATE       PIC 9(08).
           03 CASE-TO-DATE         PIC 9(08).
           03 CASE-RUN-DATE        PIC 9(08).
           03 FILLER               PIC X(10).
      *****************************************************************
      * The shared run-control file - one row per batch job currently
      * holding IDX-FILE/HIST-FILE, keyed by job name. Every such job
      * registers here at start and clears its row at clean end;
      * PBRUNCTL displays and clears leftover rows after an abend.
      *****************************************************************
       FD RUNCTL-FILE.
       01 RUN-REC.
           03 RUN-KEY.
                05 RUN-JOB         PIC X(08).
           03 RUN-START-TS         PIC X(21).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 ST-RUNCTL            PIC 9(02).
              88 ST-RUNCTL-OK          VALUE 00 97.
           05 WS-RUNCTL-POS        PIC X(01).
              88 WS-RUNCTL-EOF         VALUE 'E'.
           05 WS-RUN-REG-FLAG      PIC X(01) VALUE 'N'.
              88 WS-RUN-REGISTERED     VALUE 'Y'.
           05 ST-CTLFILE           PIC 9(02).
              88 ST-CTLFILE-OK         VALUE 00.
           05 ST-SCANFILE          PIC 9(02).
              88 ST-SCANFILE-OK        VALUE 00.
              88 ST-SCANFILE-EOF       VALUE 10.
           05 ST-HISTFILE          PIC 9(02).
              88 ST-HISTFILE-OK        VALUE 00 97.
              88 ST-HISTFILE-EOF       VALUE 10.
           05 ST-FXFILE            PIC 9(02).
              88 ST-FXFILE-OK          VALUE 00 97.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 ST-CASEFILE          PIC 9(02).
              88 ST-CASEFILE-OK        VALUE 00.
           05 ST-FX-POS            PIC X(01).
              88 ST-FX-POS-EOF         VALUE 'E'.
           05 WS-TODAY-FULL        PIC X(21).
           05 WS-TODAY-DATE        PIC 9(08).
      *    The period's last day in IDX-DATE's own reduced CYYMMDD
      *    encoding, for the FX-FILE lookup.
           05 WS-RATE-RED          PIC S9(07) COMP-3.
      *    The period bounds as characters, compared against the
      *    date part of HIST-TS the way PBGLEXT selects its rows, and
      *    the earliest day a wake still counts for the period.
           05 WS-FROM-CHAR         PIC X(08).
           05 WS-TO-CHAR           PIC X(08).
           05 WS-WAKE-FROM-CHAR    PIC X(08).
           05 WS-WAKE-FROM-DATE    PIC 9(08).
           05 WS-DATE-CHK-INT      PIC S9(09) COMP-3.
      *    The bottom of the band just under the large amount.
           05 WS-NEAR-FLOOR        PIC S9(15) COMP-3.
      *    The history row in hand - its day, as a date and as a day
      *    number, and the movement it carries in the account's
      *    currency and in TRY, signed and unsigned.
           05 WS-ROW-DATE          PIC 9(08).
           05 WS-ROW-DAY           PIC S9(09) COMP-3.
           05 WS-MOVE-AMT          PIC S9(15) COMP-3.
           05 WS-MOVE-TRY          PIC S9(15) COMP-3.
           05 WS-MOVE-ABS          PIC S9(15) COMP-3.
      *    The account the walk is on, and the wake found on it - the
      *    day it woke, the last day of its window, and what it has
      *    moved since.
           05 WS-CUR-ID            PIC S9(05) COMP-3.
           05 WS-WAKE-FLAG         PIC X(01).
              88 WS-WAKE-OPEN          VALUE 'Y'.
           05 WS-WAKE-DATE         PIC 9(08).
           05 WS-WAKE-END-DAY      PIC S9(09) COMP-3.
           05 WS-WAKE-CNT          PIC S9(05) COMP-3.
           05 WS-WAKE-SUM          PIC S9(15) COMP-3.
      *    One slot per account id, filled from the SCAN dump and
      *    addressed by direct subscript - 'Y' the account is on
      *    file, with the customer who holds it and its branch.
           05 WS-ACC-IDX           PIC S9(05) COMP.
           05 WS-ACC-TABLE.
              07 WS-ACC-ENTRY OCCURS 99999 TIMES.
                 09 WS-ACC-STATE   PIC X(01).
                 09 WS-ACC-CUST    PIC 9(05).
                 09 WS-ACC-EXC     PIC 9(03).
      *    One slot per customer number - the movements that fell in
      *    the band just under the large amount, their TRY total and
      *    the day of the last one.
           05 WS-CUS-IDX           PIC S9(05) COMP.
           05 WS-CUS-TABLE.
              07 WS-CUS-ENTRY OCCURS 99999 TIMES.
                 09 WS-CUS-NEAR-CNT   PIC S9(05) COMP-3.
                 09 WS-CUS-NEAR-SUM   PIC S9(15) COMP-3.
                 09 WS-CUS-NEAR-DATE  PIC 9(08).
      *    One entry per customer and day with a transfer to or from
      *    another customer - what came in and what went out. A full
      *    table is reported and fails the job, since pairs past it
      *    were not looked for.
           05 WS-DP-CNT            PIC S9(05) COMP-3.
           05 WS-DP-IDX            PIC S9(05) COMP-3.
           05 WS-DP-SLOT           PIC S9(05) COMP-3.
           05 WS-DP-TABLE.
              07 WS-DP-ENTRY OCCURS 5000 TIMES.
                 09 WS-DP-CUST     PIC 9(05).
                 09 WS-DP-DATE     PIC 9(08).
                 09 WS-DP-IN-AMT   PIC S9(15) COMP-3.
                 09 WS-DP-OUT-AMT  PIC S9(15) COMP-3.
                 09 WS-DP-LEGS     PIC S9(05) COMP-3.
           05 WS-CURR-WORK         PIC X(03).
           05 WS-RATE-WORK         PIC S9(7)V9(6) COMP-3.
           05 WS-RATE-OK           PIC X(01).
              88 WS-RATE-FOUND         VALUE 'Y'.
              88 WS-RATE-MISSING       VALUE 'N'.
      *    Rates already looked up this run, one entry per currency
      *    seen, exactly as PBFXPOS caches them.
           05 WS-FX-CNT            PIC S9(03) COMP.
           05 WS-FX-IDX            PIC S9(03) COMP.
           05 WS-FX-SLOT           PIC S9(03) COMP.
           05 WS-FX-TABLE.
              07 WS-FX-ENTRY OCCURS 50 TIMES.
                 09 WS-FX-T-CURR   PIC X(03).
                 09 WS-FX-T-RATE   PIC S9(7)V9(6) COMP-3.
                 09 WS-FX-T-OK     PIC X(01).
      *    The case in hand, filled by whichever check raised it.
           05 WS-CASE-TYPE         PIC X(01).
              88 WS-CASE-LARGE         VALUE 'L'.
              88 WS-CASE-NEAR          VALUE 'S'.
              88 WS-CASE-PAIR          VALUE 'P'.
              88 WS-CASE-WAKE          VALUE 'W'.
           05 WS-CASE-CUST         PIC 9(05).
           05 WS-CASE-ID           PIC 9(05).
           05 WS-CASE-EXC          PIC 9(03).
           05 WS-CASE-DATE         PIC 9(08).
           05 WS-CASE-AMT          PIC S9(15) COMP-3.
           05 WS-CASE-AMT-2        PIC S9(15) COMP-3.
           05 WS-CASE-CNT          PIC S9(05) COMP-3.
           05 WS-CNT-READ          PIC 9(07).
           05 WS-CNT-IN-PERIOD     PIC 9(07).
           05 WS-CNT-MOVEMENT      PIC 9(07).
           05 WS-CNT-NO-ACCOUNT    PIC 9(07).
           05 WS-CNT-NO-RATE       PIC 9(07).
           05 WS-CNT-LARGE         PIC 9(07).
           05 WS-CNT-NEAR          PIC 9(07).
           05 WS-CNT-PAIR          PIC 9(07).
           05 WS-CNT-WAKE          PIC 9(07).
           05 WS-CNT-TABLE-FULL    PIC 9(07).
           05 WS-AMT-MOVED         PIC S9(15) COMP-3.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC          PIC 9(02).
                 88 WS-SUB-FUNC-READ     VALUE 1.
                 88 WS-SUB-FUNC-WRITE    VALUE 2.
                 88 WS-SUB-FUNC-DELETE   VALUE 3.
                 88 WS-SUB-FUNC-UPDATE   VALUE 4.
                 88 WS-SUB-FUNC-LIST     VALUE 5.
                 88 WS-SUB-FUNC-SCAN     VALUE 6.
                 88 WS-SUB-FUNC-ACCRUE   VALUE 7.
                 88 WS-SUB-FUNC-STATUS   VALUE 8.
                 88 WS-SUB-FUNC-XFER     VALUE 9.
                 88 WS-SUB-FUNC-NAMEINQ  VALUE 10.
                 88 WS-SUB-FUNC-OPEN     VALUE 11.
                 88 WS-SUB-FUNC-CLOSE    VALUE 12.
                 88 WS-SUB-FUNC-CSYNC    VALUE 13.
                 88 WS-SUB-FUNC-REVERSE  VALUE 14.
                 88 WS-SUB-FUNC-FEE      VALUE 15.
              07 WS-SUB-ID            PIC 9(05).
              07 WS-SUB-END-ID        PIC 9(05).
              07 WS-SUB-RC            PIC 9(02).
              07 WS-SUB-NAME          PIC X(15).
              07 WS-SUB-SURNAME       PIC X(15).
              07 WS-SUB-EXC           PIC S9(03).
              07 WS-SUB-DATE          PIC S9(07).
              07 WS-SUB-BALANCE       PIC S9(15).
              07 WS-SUB-DESC          PIC X(119).
              07 WS-SUB-STATUS        PIC X(01).
              07 WS-SUB-CUST          PIC 9(05).
              07 WS-SUB-CURRENCY      PIC X(03).
              07 WS-SUB-REF-TS        PIC X(21).
           05 WS-PRD-LINE.
              07 WS-PRD-LABEL         PIC X(20).
              07 WS-PRD-FROM          PIC 9(08).
              07 FILLER               PIC X(03).
              07 WS-PRD-TO            PIC 9(08).
              07 FILLER               PIC X(79).
           05 WS-COL-LINE.
              07 WS-COL-TYPE          PIC X(11).
              07 FILLER               PIC X(01).
              07 WS-COL-CUST          PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-COL-ID            PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-COL-EXC           PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-COL-DATE          PIC X(08).
              07 FILLER               PIC X(01).
              07 WS-COL-AMOUNT        PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-COL-AMOUNT-2      PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-COL-COUNT         PIC X(05).
              07 FILLER               PIC X(42).
           05 WS-DETAIL-LINE.
              07 WS-DTL-TYPE          PIC X(11).
              07 FILLER               PIC X(01).
              07 WS-DTL-CUST          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DTL-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DTL-EXC           PIC 9(03).
              07 FILLER               PIC X(01).
              07 WS-DTL-DATE          PIC 9(08).
              07 FILLER               PIC X(01).
              07 WS-DTL-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-DTL-AMOUNT-2      PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-DTL-COUNT         PIC ZZZZ9.
              07 FILLER               PIC X(42).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
           05 WS-AMT-LINE.
              07 WS-AMT-LABEL         PIC X(20).
              07 WS-AMT-VALUE         PIC -(15)9.
              07 FILLER               PIC X(82).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL ST-HISTFILE-EOF.
           PERFORM H250-CLOSE-WALK.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-DP-CNT.
           MOVE 0 TO WS-FX-CNT.
           MOVE 0 TO WS-CUR-ID.
           MOVE 'N' TO WS-WAKE-FLAG.
           MOVE 0 TO WS-WAKE-CNT.
           MOVE 0 TO WS-WAKE-SUM.
           MOVE 0 TO WS-CNT-READ.
           MOVE 0 TO WS-CNT-IN-PERIOD.
           MOVE 0 TO WS-CNT-MOVEMENT.
           MOVE 0 TO WS-CNT-NO-ACCOUNT.
           MOVE 0 TO WS-CNT-NO-RATE.
           MOVE 0 TO WS-CNT-LARGE.
           MOVE 0 TO WS-CNT-NEAR.
           MOVE 0 TO WS-CNT-PAIR.
           MOVE 0 TO WS-CNT-WAKE.
           MOVE 0 TO WS-CNT-TABLE-FULL.
           MOVE 0 TO WS-AMT-MOVED.
           MOVE SPACES TO WS-ACC-TABLE.
           INITIALIZE WS-CUS-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-FULL.
           MOVE WS-TODAY-FULL (1:8) TO WS-TODAY-DATE.
           OPEN INPUT CTL-FILE.
           IF NOT ST-CTLFILE-OK
              DISPLAY "CTL-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CTLFILE
              PERFORM H300-TERMINATE
           END-IF.
           READ CTL-FILE.
           IF NOT ST-CTLFILE-OK
              DISPLAY "CTL-FILE READ ERROR"
              DISPLAY "STATUS CODE: " ST-CTLFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H105-CHECK-CARD.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN OUTPUT CASE-FILE.
           IF NOT ST-CASEFILE-OK
              DISPLAY "CASE-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CASEFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H130-REPORT-HEADER.
           OPEN INPUT FX-FILE.
           IF NOT ST-FXFILE-OK
              DISPLAY "FX-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-FXFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H120-REQUEST-SCAN.
           OPEN INPUT SCAN-FILE.
           IF NOT ST-SCANFILE-OK
              DISPLAY "SCAN-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SCANFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H110-READ-SCAN.
           PERFORM H115-LOAD-ACCOUNT UNTIL ST-SCANFILE-EOF.
           OPEN INPUT HIST-FILE.
           IF NOT ST-HISTFILE-OK
              DISPLAY "HIST-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-HISTFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H140-START-HISTORY.
       H100-END. EXIT.

      *****************************************************************
      * Both period bounds must be real calendar dates, in order,
      * and the period cannot run past today. The large amount must
      * be set, the band must leave something of it, and a repeat
      * takes at least two movements. The wake window reaches back
      * from the period's first day so an account that woke just
      * before the week is still watched through it.
      *****************************************************************
       H105-CHECK-CARD.
           IF CTL-FROM-DATE NOT NUMERIC OR CTL-TO-DATE NOT NUMERIC
              DISPLAY "CONTROL CARD PERIOD INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           IF CTL-TO-DATE = 0
              MOVE CTL-FROM-DATE TO CTL-TO-DATE
           END-IF.
           COMPUTE WS-DATE-CHK-INT =
                   FUNCTION INTEGER-OF-DATE (CTL-TO-DATE).
           IF WS-DATE-CHK-INT = 0 OR CTL-TO-DATE < CTL-FROM-DATE
                                  OR CTL-TO-DATE > WS-TODAY-DATE
              DISPLAY "CONTROL CARD PERIOD INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           COMPUTE WS-DATE-CHK-INT =
                   FUNCTION INTEGER-OF-DATE (CTL-FROM-DATE).
           IF WS-DATE-CHK-INT = 0
              DISPLAY "CONTROL CARD PERIOD INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           IF CTL-LARGE-AMT NOT NUMERIC OR CTL-NEAR-PCT NOT NUMERIC
              OR CTL-NEAR-COUNT NOT NUMERIC
              OR CTL-WAKE-DAYS NOT NUMERIC
              OR CTL-WAKE-AMT NOT NUMERIC
              DISPLAY "CONTROL CARD THRESHOLD INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           IF CTL-LARGE-AMT = 0 OR CTL-NEAR-PCT = 0
                                OR CTL-NEAR-COUNT < 2
              DISPLAY "CONTROL CARD THRESHOLD INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           SUBTRACT CTL-WAKE-DAYS FROM WS-DATE-CHK-INT.
           COMPUTE WS-WAKE-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-CHK-INT).
           MOVE WS-WAKE-FROM-DATE TO WS-WAKE-FROM-CHAR.
           MOVE CTL-FROM-DATE TO WS-FROM-CHAR.
           MOVE CTL-TO-DATE TO WS-TO-CHAR.
           COMPUTE WS-RATE-RED = CTL-TO-DATE - 19000000.
           COMPUTE WS-NEAR-FLOOR =
                   CTL-LARGE-AMT - CTL-LARGE-AMT * CTL-NEAR-PCT / 100.
       H105-END. EXIT.

      *****************************************************************
      * Registers this run in the shared run-control file before any
      * data file is opened. The IDX-FILE/HIST-FILE batch jobs are
      * mutually exclusive - a registration left by any other job
      * refuses this run on the spot, naming the job that holds the
      * book, so the purge cannot delete rows under a replay and two
      * posting batches cannot run on top of each other. A leftover
      * registration under this job's OWN name is the trace of its
      * own earlier abend and is simply taken over; one left by
      * another job that abended is cleared by the operator with
      * PBRUNCTL once the abend is resolved.
      *****************************************************************
       H050-REGISTER-RUN.
           MOVE 'N' TO WS-RUN-REG-FLAG.
           OPEN I-O RUNCTL-FILE.
           IF NOT ST-RUNCTL-OK
              DISPLAY "RUNCTL-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RUNCTL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACE TO WS-RUNCTL-POS.
           MOVE LOW-VALUES TO RUN-JOB.
           START RUNCTL-FILE KEY IS NOT LESS THAN RUN-KEY
              INVALID KEY
                 SET WS-RUNCTL-EOF TO TRUE
           END-START.
           PERFORM H055-CHECK-ENTRY UNTIL WS-RUNCTL-EOF.
           MOVE 'PBAMLMON' TO RUN-JOB.
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TS.
           WRITE RUN-REC
              INVALID KEY
                 REWRITE RUN-REC
           END-WRITE.
           SET WS-RUN-REGISTERED TO TRUE.
       H050-END. EXIT.

      *****************************************************************
      * One registration per pass - any row that is not this job's
      * own refuses the run before a single data file is touched.
      * Nothing is open yet, so the refusal ends the step right
      * here with condition code 8.
      *****************************************************************
       H055-CHECK-ENTRY.
           READ RUNCTL-FILE NEXT RECORD
              AT END
                 SET WS-RUNCTL-EOF TO TRUE
              NOT AT END
                 IF RUN-JOB NOT = 'PBAMLMON'
                    DISPLAY "RUN-CONTROL CONFLICT - ACTIVE JOB: "
                            RUN-JOB
                    DISPLAY "REGISTERED AT: " RUN-START-TS
                    CLOSE RUNCTL-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.
       H055-END. EXIT.

       H060-CLEAR-RUN.
           IF WS-RUN-REGISTERED
              MOVE 'PBAMLMON' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

       H110-READ-SCAN.
           READ SCAN-FILE
              AT END
                 SET ST-SCANFILE-EOF TO TRUE
           END-READ.
       H110-END. EXIT.

       H115-LOAD-ACCOUNT.
           IF SCAN-ID > 0
              MOVE 'Y' TO WS-ACC-STATE (SCAN-ID)
              MOVE SCAN-CUST-NO TO WS-ACC-CUST (SCAN-ID)
              MOVE SCAN-EXC TO WS-ACC-EXC (SCAN-ID)
           END-IF.
           PERFORM H110-READ-SCAN.
       H115-END. EXIT.

      *****************************************************************
      * Asks PBSUB for a one-shot full dump of IDX-FILE into
      * SCAN-FILE. One CALL opens IDX-FILE, scans every account in
      * key order, writes each to SCAN-FILE, and closes IDX-FILE
      * again before returning - PBAMLMON never opens IDX-FILE on
      * its own.
      *****************************************************************
       H120-REQUEST-SCAN.
           SET WS-SUB-FUNC-SCAN TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
       H120-END. EXIT.

       H130-REPORT-HEADER.
           MOVE "*** SUPHELI ISLEM IZLEME LISTESI ***" TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-PRD-LINE.
           MOVE "DONEM         :" TO WS-PRD-LABEL.
           MOVE CTL-FROM-DATE TO WS-PRD-FROM.
           MOVE CTL-TO-DATE TO WS-PRD-TO.
           MOVE WS-PRD-LINE TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-COL-LINE.
           MOVE "TUR" TO WS-COL-TYPE.
           MOVE "MUST." TO WS-COL-CUST.
           MOVE "HESAP" TO WS-COL-ID.
           MOVE "SUB" TO WS-COL-EXC.
           MOVE "TARIH" TO WS-COL-DATE.
           MOVE "        TUTAR TL" TO WS-COL-AMOUNT.
           MOVE "    CIKAN TUTAR" TO WS-COL-AMOUNT-2.
           MOVE " ADET" TO WS-COL-COUNT.
           MOVE WS-COL-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H130-END. EXIT.

       H140-START-HISTORY.
           MOVE 0 TO HIST-ID.
           MOVE LOW-VALUES TO HIST-TS.
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY
                 SET ST-HISTFILE-EOF TO TRUE
           END-START.
           IF NOT ST-HISTFILE-EOF
              PERFORM H150-READ-HISTORY
           END-IF.
       H140-END. EXIT.

       H150-READ-HISTORY.
           READ HIST-FILE NEXT RECORD
              AT END
                 SET ST-HISTFILE-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

      *****************************************************************
      * One history row per pass. A new account closes the wake
      * watch left open on the one before it; only rows from the
      * start of the wake window to the period's last day are
      * examined at all.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF HIST-ID NOT = WS-CUR-ID
              PERFORM H240-CLOSE-WAKE
              MOVE HIST-ID TO WS-CUR-ID
           END-IF.
           IF HIST-TS (1:8) NOT < WS-WAKE-FROM-CHAR AND
              HIST-TS (1:8) NOT > WS-TO-CHAR
              PERFORM H210-EXAMINE-ROW
           END-IF.
           PERFORM H150-READ-HISTORY.
       H200-END. EXIT.

      *****************************************************************
      * A row whose status images go from dormant to active is the
      * wake - the posting that woke the account, or a status change
      * back to active - and opens a watch over the window after it.
      * A customer movement inside the period itself is then judged.
      *****************************************************************
       H210-EXAMINE-ROW.
           MOVE HIST-TS (1:8) TO WS-ROW-DATE.
           COMPUTE WS-ROW-DAY = FUNCTION INTEGER-OF-DATE (WS-ROW-DATE).
           IF HIST-OLD-STATUS = 'D' AND HIST-NEW-STATUS = 'A'
              PERFORM H240-CLOSE-WAKE
              SET WS-WAKE-OPEN TO TRUE
              MOVE WS-ROW-DATE TO WS-WAKE-DATE
              COMPUTE WS-WAKE-END-DAY = WS-ROW-DAY + CTL-WAKE-DAYS
           END-IF.
           IF HIST-TS (1:8) NOT < WS-FROM-CHAR
              ADD 1 TO WS-CNT-IN-PERIOD
              IF HIST-KIND-POSTING AND
                 (HIST-FUNC = 2 OR HIST-FUNC = 4 OR HIST-FUNC = 9)
                 PERFORM H215-MOVEMENT
              END-IF
           END-IF.
       H210-END. EXIT.

      *****************************************************************
      * The movement is the change the row made to the balance, in
      * the currency the row was posted in - an account no longer on
      * file has no customer to group it under and is only counted,
      * a currency with no rate is listed as not judged.
      *****************************************************************
       H215-MOVEMENT.
           ADD 1 TO WS-CNT-MOVEMENT.
           COMPUTE WS-MOVE-AMT = HIST-NEW-BALANCE - HIST-OLD-BALANCE.
           MOVE HIST-ID TO WS-ACC-IDX.
           IF WS-ACC-IDX < 1
              ADD 1 TO WS-CNT-NO-ACCOUNT
           ELSE
           IF WS-ACC-STATE (WS-ACC-IDX) NOT = 'Y'
              ADD 1 TO WS-CNT-NO-ACCOUNT
           ELSE
              MOVE HIST-NEW-CURR TO WS-CURR-WORK
              PERFORM H230-GET-RATE
              IF WS-RATE-MISSING
                 PERFORM H218-WRITE-NO-RATE
              ELSE
                 COMPUTE WS-MOVE-TRY ROUNDED =
                         WS-MOVE-AMT * WS-RATE-WORK
                 IF WS-MOVE-TRY < 0
                    COMPUTE WS-MOVE-ABS = 0 - WS-MOVE-TRY
                 ELSE
                    MOVE WS-MOVE-TRY TO WS-MOVE-ABS
                 END-IF
                 MOVE WS-ACC-CUST (WS-ACC-IDX) TO WS-CUS-IDX
                 PERFORM H220-JUDGE-MOVEMENT
              END-IF
           END-IF
           END-IF.
       H215-END. EXIT.

       H218-WRITE-NO-RATE.
           ADD 1 TO WS-CNT-NO-RATE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "KUR YOK" TO WS-DTL-TYPE.
           MOVE WS-ACC-CUST (WS-ACC-IDX) TO WS-DTL-CUST.
           MOVE HIST-ID TO WS-DTL-ID.
           MOVE WS-ACC-EXC (WS-ACC-IDX) TO WS-DTL-EXC.
           MOVE WS-ROW-DATE TO WS-DTL-DATE.
           MOVE WS-MOVE-AMT TO WS-DTL-AMOUNT.
           MOVE 1 TO WS-DTL-COUNT.
           MOVE WS-DETAIL-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H218-END. EXIT.

      *****************************************************************
      * One movement in TRY against every pattern it can feed: a
      * large movement is a case on its own, one just under the
      * threshold counts toward the customer's repeats, a transfer
      * leg toward the customer's day, and anything moved inside an
      * open wake window toward the wake.
      *****************************************************************
       H220-JUDGE-MOVEMENT.
           ADD WS-MOVE-ABS TO WS-AMT-MOVED.
           IF WS-MOVE-ABS NOT < CTL-LARGE-AMT
              SET WS-CASE-LARGE TO TRUE
              MOVE WS-CUS-IDX TO WS-CASE-CUST
              MOVE HIST-ID TO WS-CASE-ID
              MOVE WS-ACC-EXC (WS-ACC-IDX) TO WS-CASE-EXC
              MOVE WS-ROW-DATE TO WS-CASE-DATE
              MOVE WS-MOVE-TRY TO WS-CASE-AMT
              MOVE 0 TO WS-CASE-AMT-2
              MOVE 1 TO WS-CASE-CNT
              PERFORM H400-WRITE-CASE
           ELSE
              IF WS-MOVE-ABS NOT < WS-NEAR-FLOOR AND WS-CUS-IDX > 0
                 ADD 1 TO WS-CUS-NEAR-CNT (WS-CUS-IDX)
                 ADD WS-MOVE-ABS TO WS-CUS-NEAR-SUM (WS-CUS-IDX)
                 MOVE WS-ROW-DATE TO WS-CUS-NEAR-DATE (WS-CUS-IDX)
              END-IF
           END-IF.
           IF HIST-FUNC = 9 AND WS-CUS-IDX > 0
              PERFORM H225-TRANSFER-LEG
           END-IF.
           IF WS-WAKE-OPEN AND WS-ROW-DAY NOT > WS-WAKE-END-DAY
              ADD 1 TO WS-WAKE-CNT
              ADD WS-MOVE-ABS TO WS-WAKE-SUM
           END-IF.
       H220-END. EXIT.

      *****************************************************************
      * A transfer leg is entered under the customer and the day,
      * unless the other leg's account belongs to the same customer
      * - moving money between one's own accounts is not funds
      * passing through. A leg written before HIST-XFER-ID existed
      * carries spaces there and cannot be told apart, so it is
      * entered.
      *****************************************************************
       H225-TRANSFER-LEG.
           MOVE 0 TO WS-DP-SLOT.
           IF HIST-XFER-ID NUMERIC AND HIST-XFER-ID > 0
              IF WS-ACC-STATE (HIST-XFER-ID) = 'Y' AND
                 WS-ACC-CUST (HIST-XFER-ID) = WS-CUS-IDX
                 MOVE -1 TO WS-DP-SLOT
              END-IF
           END-IF.
           IF WS-DP-SLOT = 0
              PERFORM H227-FIND-DAY
                 VARYING WS-DP-IDX FROM 1 BY 1
                 UNTIL WS-DP-IDX > WS-DP-CNT OR WS-DP-SLOT > 0
              IF WS-DP-SLOT = 0
                 IF WS-DP-CNT < 5000
                    ADD 1 TO WS-DP-CNT
                    MOVE WS-DP-CNT TO WS-DP-SLOT
                    MOVE WS-CUS-IDX TO WS-DP-CUST (WS-DP-SLOT)
                    MOVE WS-ROW-DATE TO WS-DP-DATE (WS-DP-SLOT)
                    MOVE 0 TO WS-DP-IN-AMT (WS-DP-SLOT)
                    MOVE 0 TO WS-DP-OUT-AMT (WS-DP-SLOT)
                    MOVE 0 TO WS-DP-LEGS (WS-DP-SLOT)
                 ELSE
                    ADD 1 TO WS-CNT-TABLE-FULL
                 END-IF
              END-IF
           END-IF.
           IF WS-DP-SLOT > 0
              ADD 1 TO WS-DP-LEGS (WS-DP-SLOT)
              IF WS-MOVE-TRY > 0
                 ADD WS-MOVE-ABS TO WS-DP-IN-AMT (WS-DP-SLOT)
              ELSE
                 ADD WS-MOVE-ABS TO WS-DP-OUT-AMT (WS-DP-SLOT)
              END-IF
           END-IF.
       H225-END. EXIT.

       H227-FIND-DAY.
           IF WS-DP-CUST (WS-DP-IDX) = WS-CUS-IDX AND
              WS-DP-DATE (WS-DP-IDX) = WS-ROW-DATE
              MOVE WS-DP-IDX TO WS-DP-SLOT
           END-IF.
       H227-END. EXIT.

      *****************************************************************
      * The rate the movement's currency converts at on the period's
      * last day, found exactly the way PBFXPOS finds it - the base
      * currency (or the spaces of a converted record) at one,
      * anything else from the cache or the FX-FILE row in force.
      *****************************************************************
       H230-GET-RATE.
           IF WS-CURR-WORK = SPACES
              MOVE 'TRY' TO WS-CURR-WORK
           END-IF.
           IF WS-CURR-WORK = 'TRY'
              SET WS-RATE-FOUND TO TRUE
              MOVE 1 TO WS-RATE-WORK
           ELSE
              MOVE 0 TO WS-FX-SLOT
              PERFORM H232-FIND-CACHED
                 VARYING WS-FX-IDX FROM 1 BY 1
                 UNTIL WS-FX-IDX > WS-FX-CNT OR WS-FX-SLOT > 0
              IF WS-FX-SLOT = 0
                 PERFORM H235-LOOKUP-RATE
              END-IF
              IF WS-FX-SLOT > 0
                 MOVE WS-FX-T-RATE (WS-FX-SLOT) TO WS-RATE-WORK
                 IF WS-FX-T-OK (WS-FX-SLOT) = 'Y'
                    SET WS-RATE-FOUND TO TRUE
                 ELSE
                    SET WS-RATE-MISSING TO TRUE
                 END-IF
              END-IF
           END-IF.
       H230-END. EXIT.

       H232-FIND-CACHED.
           IF WS-FX-T-CURR (WS-FX-IDX) = WS-CURR-WORK
              MOVE WS-FX-IDX TO WS-FX-SLOT
           END-IF.
       H232-END. EXIT.

       H235-LOOKUP-RATE.
           MOVE SPACE TO ST-FX-POS.
           MOVE 'N' TO WS-RATE-OK.
           MOVE 0 TO WS-RATE-WORK.
           MOVE WS-CURR-WORK TO FX-CURR.
           MOVE ZEROES TO FX-EFF-DATE.
           START FX-FILE KEY IS NOT LESS THAN FX-KEY
              INVALID KEY
                 SET ST-FX-POS-EOF TO TRUE
           END-START.
           PERFORM H237-LOAD-RATE-ROW UNTIL ST-FX-POS-EOF.
           IF WS-FX-CNT < 50
              ADD 1 TO WS-FX-CNT
              MOVE WS-FX-CNT TO WS-FX-SLOT
              MOVE WS-CURR-WORK TO WS-FX-T-CURR (WS-FX-SLOT)
              MOVE WS-RATE-WORK TO WS-FX-T-RATE (WS-FX-SLOT)
              MOVE WS-RATE-OK TO WS-FX-T-OK (WS-FX-SLOT)
           END-IF.
       H235-END. EXIT.

       H237-LOAD-RATE-ROW.
           READ FX-FILE NEXT RECORD
              AT END
                 SET ST-FX-POS-EOF TO TRUE
              NOT AT END
                 IF FX-CURR NOT = WS-CURR-WORK OR
                    FX-EFF-DATE > WS-RATE-RED
                    SET ST-FX-POS-EOF TO TRUE
                 ELSE
                    MOVE FX-RATE TO WS-RATE-WORK
                    MOVE 'Y' TO WS-RATE-OK
                 END-IF
           END-READ.
       H237-END. EXIT.

      *****************************************************************
      * Closes the wake watch on the account the walk is leaving (or
      * on a second wake of the same account) - what it moved inside
      * the window after waking is a case once it reaches the card's
      * wake amount.
      *****************************************************************
       H240-CLOSE-WAKE.
           IF WS-WAKE-OPEN AND WS-WAKE-CNT > 0 AND
              WS-WAKE-SUM NOT < CTL-WAKE-AMT
              SET WS-CASE-WAKE TO TRUE
              MOVE 0 TO WS-CASE-CUST
              MOVE 0 TO WS-CASE-EXC
              MOVE WS-CUR-ID TO WS-CASE-ID
              MOVE WS-CUR-ID TO WS-ACC-IDX
              IF WS-ACC-IDX > 0
                 IF WS-ACC-STATE (WS-ACC-IDX) = 'Y'
                    MOVE WS-ACC-CUST (WS-ACC-IDX) TO WS-CASE-CUST
                    MOVE WS-ACC-EXC (WS-ACC-IDX) TO WS-CASE-EXC
                 END-IF
              END-IF
              MOVE WS-WAKE-DATE TO WS-CASE-DATE
              MOVE WS-WAKE-SUM TO WS-CASE-AMT
              MOVE 0 TO WS-CASE-AMT-2
              MOVE WS-WAKE-CNT TO WS-CASE-CNT
              PERFORM H400-WRITE-CASE
           END-IF.
           MOVE 'N' TO WS-WAKE-FLAG.
           MOVE 0 TO WS-WAKE-CNT.
           MOVE 0 TO WS-WAKE-SUM.
       H240-END. EXIT.

      *****************************************************************
      * The walk is over - the last account's wake watch is closed,
      * then every customer is judged on the repeats just under the
      * threshold and every customer day on its transfers in and out.
      *****************************************************************
       H250-CLOSE-WALK.
           PERFORM H240-CLOSE-WAKE.
           PERFORM H260-CHECK-CUSTOMER
              VARYING WS-CUS-IDX FROM 1 BY 1
              UNTIL WS-CUS-IDX > 99999.
           PERFORM H270-CHECK-DAY
              VARYING WS-DP-IDX FROM 1 BY 1
              UNTIL WS-DP-IDX > WS-DP-CNT.
       H250-END. EXIT.

       H260-CHECK-CUSTOMER.
           IF WS-CUS-NEAR-CNT (WS-CUS-IDX) NOT < CTL-NEAR-COUNT
              SET WS-CASE-NEAR TO TRUE
              MOVE WS-CUS-IDX TO WS-CASE-CUST
              MOVE 0 TO WS-CASE-ID
              MOVE 0 TO WS-CASE-EXC
              MOVE WS-CUS-NEAR-DATE (WS-CUS-IDX) TO WS-CASE-DATE
              MOVE WS-CUS-NEAR-SUM (WS-CUS-IDX) TO WS-CASE-AMT
              MOVE 0 TO WS-CASE-AMT-2
              MOVE WS-CUS-NEAR-CNT (WS-CUS-IDX) TO WS-CASE-CNT
              PERFORM H400-WRITE-CASE
           END-IF.
       H260-END. EXIT.

       H270-CHECK-DAY.
           IF WS-DP-IN-AMT (WS-DP-IDX) > 0 AND
              WS-DP-OUT-AMT (WS-DP-IDX) > 0
              SET WS-CASE-PAIR TO TRUE
              MOVE WS-DP-CUST (WS-DP-IDX) TO WS-CASE-CUST
              MOVE 0 TO WS-CASE-ID
              MOVE 0 TO WS-CASE-EXC
              MOVE WS-DP-DATE (WS-DP-IDX) TO WS-CASE-DATE
              MOVE WS-DP-IN-AMT (WS-DP-IDX) TO WS-CASE-AMT
              MOVE WS-DP-OUT-AMT (WS-DP-IDX) TO WS-CASE-AMT-2
              MOVE WS-DP-LEGS (WS-DP-IDX) TO WS-CASE-CNT
              PERFORM H400-WRITE-CASE
           END-IF.
       H270-END. EXIT.

      *****************************************************************
      * One case - a line on the report and a record on the case
      * file, from the same fields.
      *****************************************************************
       H400-WRITE-CASE.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
              WHEN WS-CASE-LARGE
                 MOVE "BUYUK ISLEM" TO WS-DTL-TYPE
                 ADD 1 TO WS-CNT-LARGE
              WHEN WS-CASE-NEAR
                 MOVE "ESIK ALTI" TO WS-DTL-TYPE
                 ADD 1 TO WS-CNT-NEAR
              WHEN WS-CASE-PAIR
                 MOVE "GIRIS-CIKIS" TO WS-DTL-TYPE
                 ADD 1 TO WS-CNT-PAIR
              WHEN WS-CASE-WAKE
                 MOVE "UYANAN HSP" TO WS-DTL-TYPE
                 ADD 1 TO WS-CNT-WAKE
           END-EVALUATE.
           MOVE WS-CASE-CUST TO WS-DTL-CUST.
           MOVE WS-CASE-ID TO WS-DTL-ID.
           MOVE WS-CASE-EXC TO WS-DTL-EXC.
           MOVE WS-CASE-DATE TO WS-DTL-DATE.
           MOVE WS-CASE-AMT TO WS-DTL-AMOUNT.
           MOVE WS-CASE-AMT-2 TO WS-DTL-AMOUNT-2.
           MOVE WS-CASE-CNT TO WS-DTL-COUNT.
           MOVE WS-DETAIL-LINE TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO CASE-REC.
           MOVE WS-CASE-TYPE TO CASE-TYPE.
           MOVE WS-CASE-CUST TO CASE-CUST-NO.
           MOVE WS-CASE-ID TO CASE-ID.
           MOVE WS-CASE-EXC TO CASE-EXC.
           MOVE WS-CASE-DATE TO CASE-DATE.
           MOVE WS-CASE-AMT TO CASE-AMOUNT.
           MOVE WS-CASE-AMT-2 TO CASE-AMOUNT-2.
           MOVE WS-CASE-CNT TO CASE-COUNT.
           MOVE CTL-FROM-DATE TO CASE-FROM-DATE.
           MOVE CTL-TO-DATE TO CASE-TO-DATE.
           MOVE WS-TODAY-DATE TO CASE-RUN-DATE.
           WRITE CASE-REC.
       H400-END. EXIT.

      *****************************************************************
      * End-of-job totals - what was read and watched, the cases by
      * pattern, and the verdict: a movement that could not be
      * converted, or a customer day past a full table, means the
      * period was not watched in full.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** SUPHELI ISLEM IZLEME RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "HIST ROWS READ:" TO WS-RPT-LABEL.
           MOVE WS-CNT-READ TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "IN PERIOD     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-IN-PERIOD TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "MOVEMENTS     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-MOVEMENT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NO ACCOUNT    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-ACCOUNT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NO RATE       :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-RATE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "LARGE CASES   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-LARGE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REPEAT CASES  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NEAR TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "IN-OUT CASES  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-PAIR TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "WAKE CASES    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-WAKE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "TABLE OVERFLOW:" TO WS-RPT-LABEL.
           MOVE WS-CNT-TABLE-FULL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "MOVED TRY     :" TO WS-AMT-LABEL.
           MOVE WS-AMT-MOVED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           IF WS-CNT-NO-RATE = 0 AND WS-CNT-TABLE-FULL = 0
              MOVE "MUTABIK - TUM HAREKETLER TARANDI." TO RPT-DESC
              WRITE RPT-REC
           ELSE
              MOVE "MUTABIK DEGIL - TARANAMAYAN HAREKET VAR."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H310-END. EXIT.

       H300-TERMINATE.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 SCAN-FILE
                 HIST-FILE
                 FX-FILE
                 RPT-FILE
                 CASE-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
