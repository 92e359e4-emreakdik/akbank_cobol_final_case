      *****************************************************************
      * Program name:    PBFEECHG
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Monthly service fee run. Reads a single control card naming
      * the fee period (first and last day, CCYYMMDD), asks PBSUB for
      * a full dump of IDX-FILE (WS-SUB-FUNC-SCAN, into SCAN-FILE -
      * the discipline PBINTACR follows, so PBFEECHG never opens
      * IDX-FILE itself) and walks HIST-FILE beside it in account-id
      * order, the way PBDORM matches the two, to count each
      * account's outgoing transfer legs in the period.
      *
      * Each account is charged from its branch's tariff in force on
      * the last day of the period (FEE-FILE, maintained through
      * PBFEEMNT the way PBRATMNT maintains RATE-FILE; a branch with
      * no row charges nothing): the monthly maintenance fee, the
      * low-balance fee when the balance stands under the tariff's
      * minimum, and the per-transfer fee for every outgoing transfer
      * leg (HIST-FUNC 9 debiting the account) posted in the period.
      * A transfer leg reversed inside the period is not charged. The
      * tariff is in the base currency (TRY); an account held in
      * another currency is assessed on its balance converted at the
      * run-date FX-FILE rate, and charged the fee converted back the
      * same way - the effective-dated lookup PBFXPOS uses.
      *
      * Fees are posted through PBSUB's FEE function, so the status,
      * overdraft floor and hold edits every debit meets still apply,
      * and the history row is marked as a fee for PBGLEXT to carry
      * to the fee-income ledger line. Posting is the second phase:
      * fees are queued during the history walk and only posted once
      * HIST-FILE is closed here (the two-phase discipline PBDORM
      * follows). A fee PBSUB refuses - frozen, closed, short of the
      * branch's LIMIT-FILE floor or held - is listed on the
      * exception report with the amount left uncollected and the
      * reason, as is an account whose currency has no rate.
      *
      * An account already carrying a fee row dated after the
      * period's last day (and not reversed) has been charged for
      * the period, so a rerun charges nobody twice. The control
      * report proves the run: the fees assessed must equal those
      * posted plus those left uncollected, all in base currency,
      * or the job ends with condition code 8.
      *
      * The term-deposit pool accounts named on TDCARD (PBTDMNT's
      * control card, read here when allocated) are never assessed -
      * they hold depositors' principal, and their maturity payouts
      * are not transfers the holder made. Nor are the inbound-EFT
      * suspense accounts named on EFTCARD (PBEFTIN's control card,
      * likewise read when allocated) - they hold unapplied clearing
      * money that must stay equal to PBEFTSUS's open items.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBFEECHG.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO FEECARD
                           STATUS ST-CTLFILE.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT HIST-FILE ASSIGN TO IOHIST
                           STATUS ST-HISTFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HIST-KEY.
           SELECT FEE-FILE ASSIGN TO FEEFILE
                           STATUS ST-FEEFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY FEE-KEY.
           SELECT FX-FILE ASSIGN TO FXFILE
                           STATUS ST-FXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY FX-KEY.
           SELECT RPT-FILE ASSIGN TO FEERPT
                           STATUS ST-RPTFILE.
           SELECT EXC-FILE ASSIGN TO FEEEXCP
                           STATUS ST-EXCFILE.
           SELECT TDC-FILE ASSIGN TO TDCARD
                           STATUS ST-TDCFILE.
           SELECT ECD-FILE ASSIGN TO EFTCARD
                           STATUS ST-ECDFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-FROM-DATE        PIC 9(08).
           03 CTL-TO-DATE          PIC 9(08).
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBFEECHG only reads it.
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
      *    owns HIST-FILE and writes it, PBFEECHG only reads it.
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
      *    FEE-REC mirrors PBFEEMNT's own copy field for field -
      *    PBFEEMNT owns FEE-FILE and maintains it, PBFEECHG only
      *    reads it.
       FD FEE-FILE.
       01 FEE-REC.
           03 FEE-KEY.
                05 FEE-EXC         PIC S9(3) COMP.
                05 FEE-EFF-DATE    PIC S9(7) COMP-3.
           03 FEE-MAINT-AMT        PIC S9(15) COMP-3.
           03 FEE-LOWBAL-MIN       PIC S9(15) COMP-3.
           03 FEE-LOWBAL-AMT       PIC S9(15) COMP-3.
           03 FEE-XFER-AMT         PIC S9(15) COMP-3.
      *    FX-REC mirrors PBFXMNT's own copy field for field -
      *    PBFXMNT owns FX-FILE and maintains it, PBFEECHG only
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
       FD EXC-FILE RECORDING MODE F.
       01 EXC-REC.
           03 EXC-DESC             PIC X(118).
      *    TDC-REC mirrors PBTDMNT's own control card field for field
      *    - PBTDMNT and PBTDMAT own the card, this job only reads
      *    the pool account ids off it.
       FD TDC-FILE RECORDING MODE F.
       01 TDC-REC.
           03 TDC-BREAK-PCT        PIC 9(3)V9(2).
           03 TDC-POOL-ENTRY OCCURS 5 TIMES.
              05 TDC-POOL-CURR     PIC X(03).
              05 TDC-POOL-ID       PIC 9(05).
      *    ECD-REC mirrors PBEFTIN's own control card field for field
      *    - PBEFTIN owns the card, this job only reads the suspense
      *    account ids off it.
       FD ECD-FILE RECORDING MODE F.
       01 ECD-REC.
           03 ECD-OPERATOR         PIC X(08).
           03 ECD-FIRST-BATCH      PIC 9(07).
           03 ECD-SUSP-ENTRY OCCURS 5 TIMES.
              05 ECD-SUSP-CURR     PIC X(03).
              05 ECD-SUSP-ID       PIC 9(05).
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
           05 ST-FEEFILE           PIC 9(02).
              88 ST-FEEFILE-OK         VALUE 00 97.
           05 ST-FXFILE            PIC 9(02).
              88 ST-FXFILE-OK          VALUE 00 97.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 ST-EXCFILE           PIC 9(02).
              88 ST-EXCFILE-OK         VALUE 00.
           05 ST-TDCFILE           PIC 9(02).
              88 ST-TDCFILE-OK         VALUE 00.
           05 ST-ECDFILE           PIC 9(02).
              88 ST-ECDFILE-OK         VALUE 00.
      *    The term-deposit pool accounts off TDCARD - the money on
      *    them is depositors' principal and its movements are
      *    placements and payouts, not the holder's own banking, so
      *    they carry no service fee.
           05 WS-POOL-IDX          PIC S9(03) COMP.
           05 WS-POOL-TABLE.
              07 WS-POOL-ID        PIC 9(05) OCCURS 5 TIMES.
           05 WS-POOL-FLAG         PIC X(01).
              88 WS-POOL-ACCT          VALUE 'Y'.
      *    The inbound-EFT suspense accounts off EFTCARD - their
      *    balance is unapplied clearing money that must stay equal
      *    to the open items PBEFTSUS lists, so nothing is charged,
      *    paid or reported on them.
           05 WS-SUSP-TABLE.
              07 WS-SUSP-ID        PIC 9(05) OCCURS 5 TIMES.
           05 WS-SUSP-FLAG         PIC X(01).
              88 WS-SUSP-ACCT          VALUE 'Y'.
           05 ST-FEE-POS           PIC X(01).
              88 ST-FEE-POS-EOF        VALUE 'E'.
           05 ST-FX-POS            PIC X(01).
              88 ST-FX-POS-EOF         VALUE 'E'.
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
           05 WS-TODAY-FULL        PIC X(21).
           05 WS-TODAY-DATE        PIC 9(08).
      *    Run date in IDX-DATE's own reduced CYYMMDD encoding, for
      *    the FX-FILE lookup, and the period's last day the same
      *    way, for the FEE-FILE lookup.
           05 WS-TODAY-RED         PIC S9(07) COMP-3.
           05 WS-TARIFF-RED        PIC S9(07) COMP-3.
      *    The period bounds as characters, compared against the
      *    date part of HIST-TS the way PBGLEXT selects its rows.
           05 WS-FROM-CHAR         PIC X(08).
           05 WS-TO-CHAR           PIC X(08).
           05 WS-DATE-CHK-INT      PIC S9(09) COMP-3.
      *    What the history walk found for the account in hand -
      *    outgoing transfer legs in the period net of those reversed
      *    in it, and fee rows after the period net of their
      *    reversals.
           05 WS-XFER-CNT          PIC S9(05) COMP-3.
           05 WS-FEE-SEEN          PIC S9(05) COMP-3.
      *    One tariff slot per branch/exception code, addressed by
      *    direct subscript the way PBRATMNT's branch table is and
      *    filled the first time an account of the branch is met -
      *    'Y' a tariff is in force, 'N' the branch has none.
           05 WS-TRF-TABLE.
              07 WS-TRF-ENTRY OCCURS 999 TIMES.
                 09 WS-TRF-STATE   PIC X(01).
                 09 WS-TRF-MAINT   PIC S9(15) COMP-3.
                 09 WS-TRF-LOWMIN  PIC S9(15) COMP-3.
                 09 WS-TRF-LOWAMT  PIC S9(15) COMP-3.
                 09 WS-TRF-XFER    PIC S9(15) COMP-3.
           05 WS-TRF-OK            PIC X(01).
              88 WS-TRF-FOUND          VALUE 'Y'.
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
           05 WS-BASE-BAL          PIC S9(15) COMP-3.
           05 WS-BASE-FEE          PIC S9(15) COMP-3.
           05 WS-ACCT-FEE          PIC S9(15) COMP-3.
      *    Fees to be posted, queued during the history walk and
      *    posted through PBSUB only after HIST-FILE is closed. An
      *    overflow is reported and fails the job - the fees already
      *    posted stay posted, and a rerun charges the remainder
      *    without charging anyone twice.
           05 WS-FQ-CNT            PIC S9(05) COMP-3.
           05 WS-FQ-IDX            PIC S9(05) COMP-3.
           05 WS-FQ-TABLE.
              07 WS-FQ-ENTRY OCCURS 5000 TIMES.
                 09 WS-FQ-ID       PIC 9(05).
                 09 WS-FQ-EXC      PIC 9(03).
                 09 WS-FQ-CURR     PIC X(03).
                 09 WS-FQ-AMT      PIC S9(15) COMP-3.
                 09 WS-FQ-BASE     PIC S9(15) COMP-3.
           05 WS-CNT-READ          PIC 9(07).
           05 WS-CNT-NO-TARIFF     PIC 9(07).
           05 WS-CNT-CHARGED-BEF   PIC 9(07).
           05 WS-CNT-ASSESSED      PIC 9(07).
           05 WS-CNT-POSTED        PIC 9(07).
           05 WS-CNT-EXCEPTION     PIC 9(07).
           05 WS-CNT-QUEUE-FULL    PIC 9(07).
           05 WS-CNT-POOL          PIC 9(07).
           05 WS-CNT-SUSP          PIC 9(07).
           05 WS-AMT-ASSESSED      PIC S9(15) COMP-3.
           05 WS-AMT-POSTED        PIC S9(15) COMP-3.
           05 WS-AMT-UNCOLLECTED   PIC S9(15) COMP-3.
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
           05 WS-COL-LINE.
              07 WS-COL-ID            PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-COL-EXC           PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-COL-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-COL-AMOUNT        PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-COL-BASE          PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-COL-RC            PIC X(02).
              07 FILLER               PIC X(01).
              07 WS-COL-REASON        PIC X(60).
              07 FILLER               PIC X(07).
           05 WS-EXC-LINE.
              07 WS-EXC-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-EXC-EXC           PIC 9(03).
              07 FILLER               PIC X(01).
              07 WS-EXC-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-EXC-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-EXC-BASE          PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-EXC-RC            PIC X(02).
              07 FILLER               PIC X(01).
              07 WS-EXC-REASON        PIC X(60).
              07 FILLER               PIC X(07).
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
           PERFORM H200-PROCESS UNTIL ST-SCANFILE-EOF.
           PERFORM H250-POST-FEES.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-FQ-CNT.
           MOVE 0 TO WS-FX-CNT.
           MOVE 0 TO WS-CNT-READ.
           MOVE 0 TO WS-CNT-NO-TARIFF.
           MOVE 0 TO WS-CNT-CHARGED-BEF.
           MOVE 0 TO WS-CNT-ASSESSED.
           MOVE 0 TO WS-CNT-POSTED.
           MOVE 0 TO WS-CNT-EXCEPTION.
           MOVE 0 TO WS-CNT-QUEUE-FULL.
           MOVE 0 TO WS-CNT-POOL.
           MOVE 0 TO WS-CNT-SUSP.
           MOVE 0 TO WS-AMT-ASSESSED.
           MOVE 0 TO WS-AMT-POSTED.
           MOVE 0 TO WS-AMT-UNCOLLECTED.
           MOVE SPACES TO WS-TRF-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-FULL.
           MOVE WS-TODAY-FULL (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-RED = WS-TODAY-DATE - 19000000.
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
           PERFORM H105-CHECK-PERIOD.
           PERFORM H160-LOAD-POOLS.
           PERFORM H166-LOAD-SUSPENSE.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN OUTPUT EXC-FILE.
           IF NOT ST-EXCFILE-OK
              DISPLAY "EXC-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-EXCFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H130-EXCEPTION-HEADER.
           OPEN INPUT FEE-FILE.
           IF NOT ST-FEEFILE-OK
              DISPLAY "FEE-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-FEEFILE
              PERFORM H300-TERMINATE
           END-IF.
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
      * and the period must be over - a fee for a month still
      * running would miss the transfers yet to come in it.
      *****************************************************************
       H105-CHECK-PERIOD.
           COMPUTE WS-DATE-CHK-INT =
                   FUNCTION INTEGER-OF-DATE (CTL-FROM-DATE).
           IF WS-DATE-CHK-INT = 0
              DISPLAY "CONTROL CARD PERIOD INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           COMPUTE WS-DATE-CHK-INT =
                   FUNCTION INTEGER-OF-DATE (CTL-TO-DATE).
           IF WS-DATE-CHK-INT = 0 OR CTL-TO-DATE < CTL-FROM-DATE
                                  OR CTL-TO-DATE NOT < WS-TODAY-DATE
              DISPLAY "CONTROL CARD PERIOD INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           MOVE CTL-FROM-DATE TO WS-FROM-CHAR.
           MOVE CTL-TO-DATE TO WS-TO-CHAR.
           COMPUTE WS-TARIFF-RED = CTL-TO-DATE - 19000000.
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
           MOVE 'PBFEECHG' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBFEECHG'
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
              MOVE 'PBFEECHG' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

      *****************************************************************
      * Asks PBSUB for a one-shot full dump of IDX-FILE into
      * SCAN-FILE. One CALL opens IDX-FILE, scans every account in
      * key order, writes each to SCAN-FILE, and closes IDX-FILE
      * again before returning - PBFEECHG never opens IDX-FILE on
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

       H110-READ-SCAN.
           READ SCAN-FILE
              AT END
                 SET ST-SCANFILE-EOF TO TRUE
           END-READ.
       H110-END. EXIT.

       H130-EXCEPTION-HEADER.
           MOVE "*** TAHSIL EDILEMEYEN MASRAF LISTESI ***" TO EXC-DESC.
           WRITE EXC-REC.
           MOVE SPACES TO WS-COL-LINE.
           MOVE "HESAP" TO WS-COL-ID.
           MOVE "SUB" TO WS-COL-EXC.
           MOVE "DVZ" TO WS-COL-CURR.
           MOVE "           TUTAR" TO WS-COL-AMOUNT.
           MOVE "       TL KARSIL" TO WS-COL-BASE.
           MOVE "RC" TO WS-COL-RC.
           MOVE "NEDEN" TO WS-COL-REASON.
           MOVE WS-COL-LINE TO EXC-DESC.
           WRITE EXC-REC.
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
      * Picks the term-deposit pool account ids off TDCARD. The card
      * is optional here - no TDCARD allocated (or an empty one)
      * means no term deposits and no pool accounts to pass over.
      *****************************************************************
       H160-LOAD-POOLS.
           MOVE ZEROS TO WS-POOL-TABLE.
           OPEN INPUT TDC-FILE.
           IF ST-TDCFILE-OK
              READ TDC-FILE
              IF ST-TDCFILE-OK
                 PERFORM H162-TAKE-POOL
                    VARYING WS-POOL-IDX FROM 1 BY 1
                    UNTIL WS-POOL-IDX > 5
              END-IF
              CLOSE TDC-FILE
           END-IF.
       H160-END. EXIT.

       H162-TAKE-POOL.
           IF TDC-POOL-ID (WS-POOL-IDX) NUMERIC
              MOVE TDC-POOL-ID (WS-POOL-IDX)
                TO WS-POOL-ID (WS-POOL-IDX)
           END-IF.
       H162-END. EXIT.

       H164-CHECK-POOL.
           IF SCAN-ID > 0 AND SCAN-ID = WS-POOL-ID (WS-POOL-IDX)
              SET WS-POOL-ACCT TO TRUE
           END-IF.
           IF SCAN-ID > 0 AND SCAN-ID = WS-SUSP-ID (WS-POOL-IDX)
              SET WS-SUSP-ACCT TO TRUE
           END-IF.
       H164-END. EXIT.

      *****************************************************************
      * Picks the inbound-EFT suspense account ids off EFTCARD, the
      * same way - no EFTCARD allocated means no suspense accounts.
      *****************************************************************
       H166-LOAD-SUSPENSE.
           MOVE ZEROS TO WS-SUSP-TABLE.
           OPEN INPUT ECD-FILE.
           IF ST-ECDFILE-OK
              READ ECD-FILE
              IF ST-ECDFILE-OK
                 PERFORM H168-TAKE-SUSPENSE
                    VARYING WS-POOL-IDX FROM 1 BY 1
                    UNTIL WS-POOL-IDX > 5
              END-IF
              CLOSE ECD-FILE
           END-IF.
       H166-END. EXIT.

       H168-TAKE-SUSPENSE.
           IF ECD-SUSP-ID (WS-POOL-IDX) NUMERIC
              MOVE ECD-SUSP-ID (WS-POOL-IDX)
                TO WS-SUSP-ID (WS-POOL-IDX)
           END-IF.
       H168-END. EXIT.

      *****************************************************************
      * One SCAN account per pass - history rows below this id
      * belong to deleted accounts and are passed over, then every
      * row for the account itself is examined before its fee is
      * assessed. A term-deposit pool account's rows are walked past
      * the same way but it is never assessed - its payouts are not
      * the holder's transfers and its balance is not the holder's.
      * Nor is an inbound-EFT suspense account, whose balance must
      * stay equal to the open items PBEFTSUS lists.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           PERFORM H150-READ-HISTORY
              UNTIL ST-HISTFILE-EOF OR HIST-ID NOT < SCAN-ID.
           MOVE 0 TO WS-XFER-CNT.
           MOVE 0 TO WS-FEE-SEEN.
           PERFORM H210-EXAMINE-ROW
              UNTIL ST-HISTFILE-EOF OR HIST-ID NOT = SCAN-ID.
           MOVE 'N' TO WS-POOL-FLAG.
           MOVE 'N' TO WS-SUSP-FLAG.
           PERFORM H164-CHECK-POOL
              VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > 5.
           IF WS-POOL-ACCT
              ADD 1 TO WS-CNT-POOL
           ELSE IF WS-SUSP-ACCT
              ADD 1 TO WS-CNT-SUSP
           ELSE
              PERFORM H220-ASSESS-FEE
           END-IF
           END-IF.
           PERFORM H110-READ-SCAN.
       H200-END. EXIT.

      *****************************************************************
      * An outgoing transfer leg is a transfer row that took money
      * off this account; its reversal, inside the period, gives it
      * back and takes the charge away with it - but only when the
      * leg itself was posted in the period, since one posted
      * earlier was never counted here. A fee row dated
      * after the period is this run's own charge from an earlier
      * attempt, unless a fee reversal after it cancelled it.
      *****************************************************************
       H210-EXAMINE-ROW.
           IF HIST-FUNC = 9 AND
              HIST-TS (1:8) NOT < WS-FROM-CHAR AND
              HIST-TS (1:8) NOT > WS-TO-CHAR
              IF HIST-KIND-POSTING AND
                 HIST-NEW-BALANCE < HIST-OLD-BALANCE
                 ADD 1 TO WS-XFER-CNT
              END-IF
              IF HIST-KIND-REVERSAL AND
                 HIST-NEW-BALANCE > HIST-OLD-BALANCE AND
                 HIST-REV-TS (1:8) NOT < WS-FROM-CHAR AND
                 HIST-REV-TS (1:8) NOT > WS-TO-CHAR
                 SUBTRACT 1 FROM WS-XFER-CNT
              END-IF
           END-IF.
           IF HIST-TS (1:8) > WS-TO-CHAR
              IF HIST-KIND = 'F'
                 ADD 1 TO WS-FEE-SEEN
              END-IF
              IF HIST-KIND = 'V'
                 SUBTRACT 1 FROM WS-FEE-SEEN
              END-IF
           END-IF.
           PERFORM H150-READ-HISTORY.
       H210-END. EXIT.

      *****************************************************************
      * Assesses the account just assembled against its branch's
      * tariff, in base currency: maintenance, low balance when the
      * balance (converted) stands under the minimum, and the
      * transfer count times the per-transfer fee. The fee is then
      * converted back to the account's currency and queued. With no
      * rate for the currency the balance cannot be judged either -
      * what can be assessed without it goes straight to the
      * exception report, uncollected.
      *****************************************************************
       H220-ASSESS-FEE.
           IF WS-XFER-CNT < 0
              MOVE 0 TO WS-XFER-CNT
           END-IF.
           MOVE 0 TO WS-BASE-FEE.
           IF WS-FEE-SEEN > 0
              ADD 1 TO WS-CNT-CHARGED-BEF
           ELSE
              PERFORM H225-GET-TARIFF
              IF WS-TRF-FOUND
                 PERFORM H230-GET-RATE
                 PERFORM H222-COMPUTE-FEE
              ELSE
                 ADD 1 TO WS-CNT-NO-TARIFF
              END-IF
           END-IF.
           IF WS-BASE-FEE > 0
              ADD 1 TO WS-CNT-ASSESSED
              ADD WS-BASE-FEE TO WS-AMT-ASSESSED
              IF WS-RATE-MISSING
                 MOVE 0 TO WS-ACCT-FEE
                 MOVE SPACES TO WS-EXC-LINE
                 MOVE SCAN-ID TO WS-EXC-ID
                 MOVE SCAN-EXC TO WS-EXC-EXC
                 MOVE WS-CURR-WORK TO WS-EXC-CURR
                 MOVE WS-ACCT-FEE TO WS-EXC-AMOUNT
                 MOVE WS-BASE-FEE TO WS-EXC-BASE
                 MOVE "--" TO WS-EXC-RC
                 MOVE "KUR BULUNAMADI." TO WS-EXC-REASON
                 PERFORM H245-WRITE-EXCEPTION
              ELSE
                 COMPUTE WS-ACCT-FEE ROUNDED =
                         WS-BASE-FEE / WS-RATE-WORK
                 PERFORM H240-QUEUE-FEE
              END-IF
           END-IF.
       H220-END. EXIT.

       H222-COMPUTE-FEE.
           COMPUTE WS-BASE-FEE = WS-TRF-MAINT (SCAN-EXC) +
                   WS-XFER-CNT * WS-TRF-XFER (SCAN-EXC).
           IF WS-RATE-FOUND
              COMPUTE WS-BASE-BAL ROUNDED =
                      SCAN-BALANCE * WS-RATE-WORK
              IF WS-BASE-BAL < WS-TRF-LOWMIN (SCAN-EXC)
                 ADD WS-TRF-LOWAMT (SCAN-EXC) TO WS-BASE-FEE
              END-IF
           END-IF.
       H222-END. EXIT.

      *****************************************************************
      * The tariff in force for the account's branch on the period's
      * last day - asked of FEE-FILE the first time the branch is
      * met, then answered from the table. A branch code outside
      * 1-999 has no tariff by definition.
      *****************************************************************
       H225-GET-TARIFF.
           MOVE 'N' TO WS-TRF-OK.
           IF SCAN-EXC > 0 AND SCAN-EXC NOT > 999
              IF WS-TRF-STATE (SCAN-EXC) = SPACE
                 MOVE 'N' TO WS-TRF-STATE (SCAN-EXC)
                 MOVE SPACE TO ST-FEE-POS
                 MOVE SCAN-EXC TO FEE-EXC
                 MOVE ZEROES TO FEE-EFF-DATE
                 START FEE-FILE KEY IS NOT LESS THAN FEE-KEY
                    INVALID KEY
                       SET ST-FEE-POS-EOF TO TRUE
                 END-START
                 PERFORM H227-LOAD-TARIFF-ROW UNTIL ST-FEE-POS-EOF
              END-IF
              MOVE WS-TRF-STATE (SCAN-EXC) TO WS-TRF-OK
           END-IF.
       H225-END. EXIT.

       H227-LOAD-TARIFF-ROW.
           READ FEE-FILE NEXT RECORD
              AT END
                 SET ST-FEE-POS-EOF TO TRUE
              NOT AT END
                 IF FEE-EXC NOT = SCAN-EXC OR
                    FEE-EFF-DATE > WS-TARIFF-RED
                    SET ST-FEE-POS-EOF TO TRUE
                 ELSE
                    MOVE 'Y' TO WS-TRF-STATE (SCAN-EXC)
                    MOVE FEE-MAINT-AMT TO WS-TRF-MAINT (SCAN-EXC)
                    MOVE FEE-LOWBAL-MIN TO WS-TRF-LOWMIN (SCAN-EXC)
                    MOVE FEE-LOWBAL-AMT TO WS-TRF-LOWAMT (SCAN-EXC)
                    MOVE FEE-XFER-AMT TO WS-TRF-XFER (SCAN-EXC)
                 END-IF
           END-READ.
       H227-END. EXIT.

      *****************************************************************
      * The rate the account's currency converts at on the run date,
      * found exactly the way PBFXPOS finds it - the base currency
      * (or the spaces of a converted record) at one, anything else
      * from the cache or the FX-FILE row in force.
      *****************************************************************
       H230-GET-RATE.
           MOVE SCAN-CURRENCY TO WS-CURR-WORK.
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
                    FX-EFF-DATE > WS-TODAY-RED
                    SET ST-FX-POS-EOF TO TRUE
                 ELSE
                    MOVE FX-RATE TO WS-RATE-WORK
                    MOVE 'Y' TO WS-RATE-OK
                 END-IF
           END-READ.
       H237-END. EXIT.

       H240-QUEUE-FEE.
           IF WS-FQ-CNT < 5000
              ADD 1 TO WS-FQ-CNT
              MOVE SCAN-ID TO WS-FQ-ID (WS-FQ-CNT)
              MOVE SCAN-EXC TO WS-FQ-EXC (WS-FQ-CNT)
              MOVE WS-CURR-WORK TO WS-FQ-CURR (WS-FQ-CNT)
              MOVE WS-ACCT-FEE TO WS-FQ-AMT (WS-FQ-CNT)
              MOVE WS-BASE-FEE TO WS-FQ-BASE (WS-FQ-CNT)
           ELSE
              ADD 1 TO WS-CNT-QUEUE-FULL
           END-IF.
       H240-END. EXIT.

      *****************************************************************
      * One line per fee left uncollected - the account, its branch
      * and currency, the amount in the account's currency and in
      * base currency, and PBSUB's return code and reason.
      *****************************************************************
       H245-WRITE-EXCEPTION.
           MOVE WS-EXC-LINE TO EXC-DESC.
           WRITE EXC-REC.
           ADD 1 TO WS-CNT-EXCEPTION.
           ADD WS-BASE-FEE TO WS-AMT-UNCOLLECTED.
       H245-END. EXIT.

      *****************************************************************
      * Second phase - HIST-FILE is closed first, then the queued
      * fees are posted through PBSUB one FEE call at a time under a
      * batch session, so this program never holds a HIST-FILE
      * connector open across a PBSUB CALL.
      *****************************************************************
       H250-POST-FEES.
           CLOSE HIST-FILE.
           IF WS-FQ-CNT > 0
              PERFORM H255-OPEN-SESSION
              PERFORM H260-POST-ONE
                 VARYING WS-FQ-IDX FROM 1 BY 1
                 UNTIL WS-FQ-IDX > WS-FQ-CNT
              PERFORM H265-CLOSE-SESSION
           END-IF.
       H250-END. EXIT.

       H255-OPEN-SESSION.
           MOVE 'N' TO WS-SESSION-FLAG.
           SET WS-SUB-FUNC-OPEN TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           SET WS-SESSION-OPENED TO TRUE.
       H255-END. EXIT.

       H265-CLOSE-SESSION.
           SET WS-SUB-FUNC-CLOSE TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE 'N' TO WS-SESSION-FLAG.
       H265-END. EXIT.

      *    PBSUB's reason text follows the account id, the function
      *    tag, the return code and a dash in WS-SUB-DESC.
       H260-POST-ONE.
           SET WS-SUB-FUNC-FEE TO TRUE.
           MOVE WS-FQ-ID (WS-FQ-IDX) TO WS-SUB-ID.
           COMPUTE WS-SUB-BALANCE = 0 - WS-FQ-AMT (WS-FQ-IDX).
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SURNAME.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE WS-SUB-DESC TO RPT-DESC.
           WRITE RPT-REC.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              ADD 1 TO WS-CNT-POSTED
              ADD WS-FQ-BASE (WS-FQ-IDX) TO WS-AMT-POSTED
           ELSE
              MOVE WS-FQ-BASE (WS-FQ-IDX) TO WS-BASE-FEE
              MOVE SPACES TO WS-EXC-LINE
              MOVE WS-FQ-ID (WS-FQ-IDX) TO WS-EXC-ID
              MOVE WS-FQ-EXC (WS-FQ-IDX) TO WS-EXC-EXC
              MOVE WS-FQ-CURR (WS-FQ-IDX) TO WS-EXC-CURR
              MOVE WS-FQ-AMT (WS-FQ-IDX) TO WS-EXC-AMOUNT
              MOVE WS-FQ-BASE (WS-FQ-IDX) TO WS-EXC-BASE
              MOVE WS-SUB-RC TO WS-EXC-RC
              MOVE WS-SUB-DESC (18:60) TO WS-EXC-REASON
              PERFORM H245-WRITE-EXCEPTION
           END-IF.
       H260-END. EXIT.

      *****************************************************************
      * End-of-job totals and the balancing verdict - every fee
      * assessed is either posted or on the exception report, and
      * nothing was left behind by a full queue.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** HIZMET MASRAFI TAHSILAT RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ACCOUNTS READ :" TO WS-RPT-LABEL.
           MOVE WS-CNT-READ TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NO TARIFF     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-TARIFF TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "TD POOL ACCTS :" TO WS-RPT-LABEL.
           MOVE WS-CNT-POOL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "SUSPENSE ACCTS:" TO WS-RPT-LABEL.
           MOVE WS-CNT-SUSP TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CHARGED BEFORE:" TO WS-RPT-LABEL.
           MOVE WS-CNT-CHARGED-BEF TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "FEES ASSESSED :" TO WS-RPT-LABEL.
           MOVE WS-CNT-ASSESSED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "FEES POSTED   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-POSTED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "EXCEPTIONS    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-EXCEPTION TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "QUEUE OVERFLOW:" TO WS-RPT-LABEL.
           MOVE WS-CNT-QUEUE-FULL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "ASSESSED TRY  :" TO WS-AMT-LABEL.
           MOVE WS-AMT-ASSESSED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "POSTED TRY    :" TO WS-AMT-LABEL.
           MOVE WS-AMT-POSTED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "UNCOLLECTD TRY:" TO WS-AMT-LABEL.
           MOVE WS-AMT-UNCOLLECTED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           IF WS-AMT-ASSESSED = WS-AMT-POSTED + WS-AMT-UNCOLLECTED
              AND WS-CNT-QUEUE-FULL = 0
              MOVE "MUTABIK - TUM MASRAFLAR ISLENDI VEYA LISTELENDI."
                   TO RPT-DESC
              WRITE RPT-REC
           ELSE
              MOVE "MUTABIK DEGIL - EKSIK ISLENEN MASRAF VAR."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H310-END. EXIT.

       H300-TERMINATE.
           IF WS-SESSION-OPENED
              PERFORM H265-CLOSE-SESSION
           END-IF.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 SCAN-FILE
                 FEE-FILE
                 FX-FILE
                 RPT-FILE
                 EXC-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
