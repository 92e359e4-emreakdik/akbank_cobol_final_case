      *****************************************************************
      * Program name:    PBDEPINS
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Deposit insurance return. Asks PBSUB for a full dump of
      * IDX-FILE (WS-SUB-FUNC-SCAN, into SCAN-FILE - the discipline
      * PBFXPOS follows, so PBDEPINS never opens IDX-FILE itself),
      * converts every account's balance to the base currency (TRY)
      * at the rate in force on the run date exactly as PBFXPOS
      * does, and adds it to the account holder's slot by
      * SCAN-CUST-NO. A customer's overdrawn accounts are netted
      * against their credit balances: the net, when positive, is
      * the customer's total deposit, insured up to the statutory
      * limit on the control card and uninsured above it. A customer
      * whose accounts net to zero or below has no deposit to
      * report.
      *
      * Each customer is reported under the branch of their first
      * account in key order. The printed summary gives per branch
      * the customers reported and their total, insured and
      * uninsured deposits; the submission file carries a header
      * naming the bank, the period and the limit, one detail per
      * customer with a deposit, and a trailer with the count and
      * the three totals.
      *
      * An account whose customer number has no CUST-FILE row, or
      * whose currency has no rate for the run date, is listed as an
      * exception and fails the run with condition code 8 - and a
      * failed run writes no submission records at all, so an
      * incomplete return can never be filed by mistake.
      *
      * The term-deposit pool accounts named on TDCARD (PBTDMNT's
      * control card, read here when allocated) are not anyone's
      * deposit in their own right and are left out of the scan.
      * Instead each deposit still running on TD-FILE adds its
      * principal to the customer who owns its funding account, so
      * every depositor's pooled money is reported - and insured -
      * as theirs. The inbound-EFT suspense accounts named on
      * EFTCARD (PBEFTIN's control card, likewise read when
      * allocated) are left out too - unapplied clearing money is
      * no customer's deposit until PBEFTSUS moves it to one.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBDEPINS.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO DICARD
                           STATUS ST-CTLFILE.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT FX-FILE ASSIGN TO FXFILE
                           STATUS ST-FXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY FX-KEY.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                           STATUS ST-CUSTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUST-KEY.
           SELECT RPT-FILE ASSIGN TO DIRPT
                           STATUS ST-RPTFILE.
           SELECT SUBM-FILE ASSIGN TO DISUBM
                           STATUS ST-SUBMFILE.
           SELECT TDC-FILE ASSIGN TO TDCARD
                           STATUS ST-TDCFILE.
           SELECT ECD-FILE ASSIGN TO EFTCARD
                           STATUS ST-ECDFILE.
           SELECT TD-FILE ASSIGN TO TDFILE
                           STATUS ST-TDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TD-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    The bank's code with the insurance fund, the period end
      *    the return is for (zero means the run date) and the
      *    statutory limit per customer in TRY.
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-BANK-CODE        PIC X(04).
           03 CTL-PERIOD-END       PIC 9(08).
           03 CTL-LIMIT            PIC 9(15).
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBDEPINS only reads it.
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
      *    FX-REC mirrors PBFXMNT's own copy field for field -
      *    PBFXMNT owns FX-FILE and maintains it, PBDEPINS only
      *    reads it.
       FD FX-FILE.
       01 FX-REC.
           03 FX-KEY.
                05 FX-CURR         PIC X(03).
                05 FX-EFF-DATE     PIC S9(7) COMP-3.
           03 FX-RATE              PIC S9(7)V9(6) COMP-3.
      *    CUST-REC mirrors PBSUB's own copy field for field -
      *    PBCMMNT maintains the master, PBDEPINS only reads it.
       FD CUST-FILE.
       01 CUST-REC.
           03 CUST-KEY.
                05 CUST-NO         PIC S9(5) COMP-3.
           03 CUST-NAME            PIC X(15).
           03 CUST-SURNAME         PIC X(15).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
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
      *    TD-REC mirrors PBTDMNT's own copy field for field -
      *    PBTDMNT places the deposits and PBTDMAT closes them,
      *    PBDEPINS only reads them.
       FD TD-FILE.
       01 TD-REC.
           03 TD-KEY.
                05 TD-NO           PIC S9(5) COMP-3.
           03 TD-FUND-ID           PIC S9(5) COMP-3.
           03 TD-POOL-ID           PIC S9(5) COMP-3.
           03 TD-EXC               PIC S9(3) COMP.
           03 TD-PRINCIPAL         PIC S9(15) COMP-3.
           03 TD-CURRENCY          PIC X(03).
           03 TD-RATE              PIC S9(3)V9(2) COMP-3.
           03 TD-START-DATE        PIC S9(7) COMP-3.
           03 TD-MAT-DATE          PIC S9(7) COMP-3.
           03 TD-ROLLOVER          PIC X(01).
              88 TD-ROLL-YES          VALUE 'Y'.
              88 TD-ROLL-NO           VALUE 'N'.
           03 TD-STATUS            PIC X(01).
              88 TD-ST-ACTIVE         VALUE 'A'.
              88 TD-ST-MATURED        VALUE 'M'.
              88 TD-ST-BROKEN         VALUE 'B'.
           03 TD-BREAK-DATE        PIC S9(7) COMP-3.
           03 TD-CLOSE-DATE        PIC S9(7) COMP-3.
           03 TD-ROLL-COUNT        PIC S9(3) COMP-3.
           03 TD-PAID-GROSS        PIC S9(15) COMP-3.
           03 TD-PAID-TAX          PIC S9(15) COMP-3.
      *****************************************************************
      * The submission file - header, one detail per customer with a
      * deposit, trailer. All amounts are whole TRY, unsigned; a
      * customer is only ever reported with a positive deposit.
      *****************************************************************
       FD SUBM-FILE RECORDING MODE F.
       01 SBD-REC.
           03 SBD-TYPE             PIC X(01).
           03 SBD-CUST-NO          PIC 9(05).
           03 SBD-SURNAME          PIC X(15).
           03 SBD-NAME             PIC X(15).
           03 SBD-BRANCH           PIC 9(03).
           03 SBD-ACCOUNTS         PIC 9(05).
           03 SBD-TOTAL            PIC 9(15).
           03 SBD-INSURED          PIC 9(15).
           03 SBD-UNINSURED        PIC 9(15).
           03 FILLER               PIC X(11).
       01 SBH-REC.
           03 SBH-TYPE             PIC X(01).
           03 SBH-BANK-CODE        PIC X(04).
           03 SBH-PERIOD-END       PIC 9(08).
           03 SBH-RUN-DATE         PIC 9(08).
           03 SBH-LIMIT            PIC 9(15).
           03 FILLER               PIC X(64).
       01 SBT-REC.
           03 SBT-TYPE             PIC X(01).
           03 SBT-COUNT            PIC 9(07).
           03 SBT-TOTAL            PIC 9(17).
           03 SBT-INSURED          PIC 9(17).
           03 SBT-UNINSURED        PIC 9(17).
           03 FILLER               PIC X(41).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 ST-CTLFILE           PIC 9(02).
              88 ST-CTLFILE-OK         VALUE 00.
           05 ST-SCANFILE          PIC 9(02).
              88 ST-SCANFILE-OK        VALUE 00.
              88 ST-SCANFILE-EOF       VALUE 10.
           05 ST-FXFILE            PIC 9(02).
              88 ST-FXFILE-OK          VALUE 00 97.
           05 ST-CUSTFILE          PIC 9(02).
              88 ST-CUSTFILE-OK        VALUE 00 97.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 ST-SUBMFILE          PIC 9(02).
              88 ST-SUBMFILE-OK        VALUE 00.
           05 ST-FX-POS            PIC X(01).
              88 ST-FX-POS-EOF         VALUE 'E'.
           05 ST-TDCFILE           PIC 9(02).
              88 ST-TDCFILE-OK         VALUE 00.
           05 ST-ECDFILE           PIC 9(02).
              88 ST-ECDFILE-OK         VALUE 00.
           05 ST-TDFILE            PIC 9(02).
              88 ST-TDFILE-OK          VALUE 00 97.
              88 ST-TDFILE-EOF         VALUE 10.
      *    The term-deposit pool accounts off TDCARD. What stands on
      *    them is depositors' principal, not the holder's money -
      *    it is reported from TD-FILE under each depositor instead.
           05 WS-POOL-CNT          PIC S9(03) COMP.
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
      *    The customer slot each account was added to, by account
      *    id - a deposit's principal goes to the customer who owns
      *    the account it was funded from. Zero when the account was
      *    not added to any customer.
           05 WS-ACC-TABLE.
              07 WS-ACC-CUST       PIC 9(05) OCCURS 99999 TIMES.
           05 WS-TODAY-FULL        PIC X(21).
           05 WS-TODAY-DATE        PIC 9(08).
      *    Run date in IDX-DATE's own reduced CYYMMDD encoding - the
      *    century digit leads, so a plain numeric compare against
      *    FX-EFF-DATE orders correctly across the century.
           05 WS-TODAY-RED         PIC S9(07) COMP-3.
           05 WS-CURR-WORK         PIC X(03).
           05 WS-RATE-WORK         PIC S9(7)V9(6) COMP-3.
           05 WS-RATE-OK           PIC X(01).
              88 WS-RATE-FOUND         VALUE 'Y'.
              88 WS-RATE-MISSING       VALUE 'N'.
           05 WS-BASE-AMT          PIC S9(15) COMP-3.
      *    Rates already looked up this run, one entry per currency
      *    seen, so FX-FILE is positioned once per currency rather
      *    than once per account.
           05 WS-FX-CNT            PIC S9(03) COMP.
           05 WS-FX-IDX            PIC S9(03) COMP.
           05 WS-FX-SLOT           PIC S9(03) COMP.
           05 WS-FX-TABLE.
              07 WS-FX-ENTRY OCCURS 50 TIMES.
                 09 WS-FX-T-CURR   PIC X(03).
                 09 WS-FX-T-RATE   PIC S9(7)V9(6) COMP-3.
                 09 WS-FX-T-OK     PIC X(01).
      *    One slot per customer number, addressed by direct
      *    subscript the way PBAMLMON's customer table is - whether
      *    the master row exists ('Y'/'N', space until first asked),
      *    the branch of the first account seen, the account count,
      *    and the TRY credit balances and overdrafts kept apart so
      *    the netting is visible.
           05 WS-CUS-IDX           PIC S9(05) COMP.
           05 WS-CUS-TABLE.
              07 WS-CUS-ENTRY OCCURS 99999 TIMES.
                 09 WS-CUS-MASTER  PIC X(01).
                 09 WS-CUS-BRANCH  PIC 9(03).
                 09 WS-CUS-ACCTS   PIC S9(05) COMP-3.
                 09 WS-CUS-CREDIT  PIC S9(15) COMP-3.
                 09 WS-CUS-DEBIT   PIC S9(15) COMP-3.
      *    One summary slot per branch/exception code, addressed by
      *    direct subscript the way PBFXPOS's branch table is.
           05 WS-BR-TABLE.
              07 WS-BR-ENTRY OCCURS 999 TIMES.
                 09 WS-BR-COUNT    PIC S9(07) COMP-3.
                 09 WS-BR-TOTAL    PIC S9(17) COMP-3.
                 09 WS-BR-INSURED  PIC S9(17) COMP-3.
                 09 WS-BR-UNINS    PIC S9(17) COMP-3.
           05 WS-BR-SUB            PIC S9(03) COMP.
           05 WS-NET-AMT           PIC S9(15) COMP-3.
           05 WS-INSURED-AMT       PIC S9(15) COMP-3.
           05 WS-UNINS-AMT         PIC S9(15) COMP-3.
           05 WS-CNT-READ          PIC 9(07).
           05 WS-CNT-CONVERTED     PIC 9(07).
           05 WS-CNT-NO-CUST       PIC 9(07).
           05 WS-CNT-NO-RATE       PIC 9(07).
           05 WS-CNT-BAD-EXC       PIC 9(07).
           05 WS-CNT-CUSTOMERS     PIC 9(07).
           05 WS-CNT-REPORTED      PIC 9(07).
           05 WS-CNT-NET-DEBIT     PIC 9(07).
           05 WS-CNT-SUBM          PIC 9(07).
           05 WS-CNT-POOL          PIC 9(07).
           05 WS-CNT-SUSP          PIC 9(07).
           05 WS-CNT-TERM          PIC 9(07).
           05 WS-GRAND-TOTAL       PIC S9(17) COMP-3.
           05 WS-GRAND-INSURED     PIC S9(17) COMP-3.
           05 WS-GRAND-UNINS       PIC S9(17) COMP-3.
           05 WS-BRANCH-SUM        PIC S9(17) COMP-3.
           05 WS-SUBM-TOTAL        PIC S9(17) COMP-3.
           05 WS-SUBM-INSURED      PIC S9(17) COMP-3.
           05 WS-SUBM-UNINS        PIC S9(17) COMP-3.
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
           05 WS-BRL-LINE.
              07 WS-BRL-LABEL         PIC X(05).
              07 WS-BRL-EXC           PIC 9(03).
              07 FILLER               PIC X(01).
              07 WS-BRL-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-BRL-TOTAL         PIC -(17)9.
              07 FILLER               PIC X(01).
              07 WS-BRL-INSURED       PIC -(17)9.
              07 FILLER               PIC X(01).
              07 WS-BRL-UNINS         PIC -(17)9.
              07 FILLER               PIC X(45).
           05 WS-EXC-LINE.
              07 WS-EXC-LABEL         PIC X(14).
              07 WS-EXC-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-EXC-CUST          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-EXC-CURR          PIC X(03).
              07 FILLER               PIC X(89).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
           05 WS-AMT-LINE.
              07 WS-AMT-LABEL         PIC X(20).
              07 WS-AMT-VALUE         PIC -(17)9.
              07 FILLER               PIC X(80).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL ST-SCANFILE-EOF.
           PERFORM H260-ADD-TERM-DEPOSITS.
           PERFORM H400-SETTLE-CUSTOMERS.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           MOVE 0 TO WS-FX-CNT.
           MOVE 0 TO WS-CNT-READ.
           MOVE 0 TO WS-CNT-CONVERTED.
           MOVE 0 TO WS-CNT-NO-CUST.
           MOVE 0 TO WS-CNT-NO-RATE.
           MOVE 0 TO WS-CNT-BAD-EXC.
           MOVE 0 TO WS-CNT-CUSTOMERS.
           MOVE 0 TO WS-CNT-REPORTED.
           MOVE 0 TO WS-CNT-NET-DEBIT.
           MOVE 0 TO WS-CNT-SUBM.
           MOVE 0 TO WS-CNT-POOL.
           MOVE 0 TO WS-CNT-SUSP.
           MOVE 0 TO WS-CNT-TERM.
           MOVE ZEROS TO WS-ACC-TABLE.
           MOVE 0 TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-GRAND-INSURED.
           MOVE 0 TO WS-GRAND-UNINS.
           MOVE 0 TO WS-BRANCH-SUM.
           MOVE 0 TO WS-SUBM-TOTAL.
           MOVE 0 TO WS-SUBM-INSURED.
           MOVE 0 TO WS-SUBM-UNINS.
           MOVE SPACES TO WS-EXC-LINE.
           PERFORM H105-CLEAR-BRANCH
              VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > 999.
           PERFORM H106-CLEAR-CUSTOMER
              VARYING WS-CUS-IDX FROM 1 BY 1
              UNTIL WS-CUS-IDX > 99999.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-FULL.
           MOVE WS-TODAY-FULL (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-RED = WS-TODAY-DATE - 19000000.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
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
           IF CTL-LIMIT NOT NUMERIC OR CTL-LIMIT = 0 OR
              CTL-PERIOD-END NOT NUMERIC OR CTL-BANK-CODE = SPACES
              DISPLAY "CONTROL CARD INVALID"
              MOVE 8 TO RETURN-CODE
              PERFORM H300-TERMINATE
           END-IF.
           IF CTL-PERIOD-END = 0
              MOVE WS-TODAY-DATE TO CTL-PERIOD-END
           END-IF.
           PERFORM H130-LOAD-POOLS.
           PERFORM H136-LOAD-SUSPENSE.
           OPEN INPUT FX-FILE.
           IF NOT ST-FXFILE-OK
              DISPLAY "FX-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-FXFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN INPUT CUST-FILE.
           IF NOT ST-CUSTFILE-OK
              DISPLAY "CUST-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CUSTFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN OUTPUT SUBM-FILE.
           IF NOT ST-SUBMFILE-OK
              DISPLAY "SUBM-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SUBMFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H120-REQUEST-SCAN.
           OPEN INPUT SCAN-FILE.
           IF NOT ST-SCANFILE-OK
              DISPLAY "SCAN-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SCANFILE
              PERFORM H300-TERMINATE
           END-IF.
           MOVE "*** MEVDUAT SIGORTASI - ISTISNA LISTESI ***"
                TO RPT-DESC.
           WRITE RPT-REC.
           PERFORM H110-READ-SCAN.
       H100-END. EXIT.

       H105-CLEAR-BRANCH.
           MOVE 0 TO WS-BR-COUNT (WS-BR-SUB).
           MOVE 0 TO WS-BR-TOTAL (WS-BR-SUB).
           MOVE 0 TO WS-BR-INSURED (WS-BR-SUB).
           MOVE 0 TO WS-BR-UNINS (WS-BR-SUB).
       H105-END. EXIT.

       H106-CLEAR-CUSTOMER.
           MOVE SPACE TO WS-CUS-MASTER (WS-CUS-IDX).
           MOVE 0 TO WS-CUS-BRANCH (WS-CUS-IDX).
           MOVE 0 TO WS-CUS-ACCTS (WS-CUS-IDX).
           MOVE 0 TO WS-CUS-CREDIT (WS-CUS-IDX).
           MOVE 0 TO WS-CUS-DEBIT (WS-CUS-IDX).
       H106-END. EXIT.

      *****************************************************************
      * Asks PBSUB for a one-shot full dump of IDX-FILE into
      * SCAN-FILE. One CALL opens IDX-FILE, scans every account in
      * key order, writes each to SCAN-FILE, and closes IDX-FILE
      * again before returning - PBDEPINS never opens IDX-FILE on
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

      *****************************************************************
      * Picks the term-deposit pool account ids off TDCARD. The card
      * is optional here - no TDCARD allocated (or an empty one)
      * means no term deposits, no pools and no TD-FILE to read.
      *****************************************************************
       H130-LOAD-POOLS.
           MOVE 0 TO WS-POOL-CNT.
           MOVE ZEROS TO WS-POOL-TABLE.
           OPEN INPUT TDC-FILE.
           IF ST-TDCFILE-OK
              READ TDC-FILE
              IF ST-TDCFILE-OK
                 PERFORM H132-TAKE-POOL
                    VARYING WS-POOL-IDX FROM 1 BY 1
                    UNTIL WS-POOL-IDX > 5
              END-IF
              CLOSE TDC-FILE
           END-IF.
       H130-END. EXIT.

       H132-TAKE-POOL.
           IF TDC-POOL-ID (WS-POOL-IDX) NUMERIC
              MOVE TDC-POOL-ID (WS-POOL-IDX)
                TO WS-POOL-ID (WS-POOL-IDX)
              IF WS-POOL-ID (WS-POOL-IDX) > 0
                 ADD 1 TO WS-POOL-CNT
              END-IF
           END-IF.
       H132-END. EXIT.

       H134-CHECK-POOL.
           IF SCAN-ID > 0 AND SCAN-ID = WS-POOL-ID (WS-POOL-IDX)
              SET WS-POOL-ACCT TO TRUE
           END-IF.
           IF SCAN-ID > 0 AND SCAN-ID = WS-SUSP-ID (WS-POOL-IDX)
              SET WS-SUSP-ACCT TO TRUE
           END-IF.
       H134-END. EXIT.

      *****************************************************************
      * Picks the inbound-EFT suspense account ids off EFTCARD, the
      * same way - no EFTCARD allocated means no suspense accounts.
      *****************************************************************
       H136-LOAD-SUSPENSE.
           MOVE ZEROS TO WS-SUSP-TABLE.
           OPEN INPUT ECD-FILE.
           IF ST-ECDFILE-OK
              READ ECD-FILE
              IF ST-ECDFILE-OK
                 PERFORM H138-TAKE-SUSPENSE
                    VARYING WS-POOL-IDX FROM 1 BY 1
                    UNTIL WS-POOL-IDX > 5
              END-IF
              CLOSE ECD-FILE
           END-IF.
       H136-END. EXIT.

       H138-TAKE-SUSPENSE.
           IF ECD-SUSP-ID (WS-POOL-IDX) NUMERIC
              MOVE ECD-SUSP-ID (WS-POOL-IDX)
                TO WS-SUSP-ID (WS-POOL-IDX)
           END-IF.
       H138-END. EXIT.

       H110-READ-SCAN.
           READ SCAN-FILE
              AT END
                 SET ST-SCANFILE-EOF TO TRUE
           END-READ.
       H110-END. EXIT.

      *****************************************************************
      * One account per pass - its holder must be on the customer
      * master and its currency must convert; only then is the TRY
      * balance added to the holder's credits or overdrafts. A
      * term-deposit pool account is passed over whole - its
      * balance belongs to the depositors, each of whom is credited
      * with their own principal from TD-FILE after the scan. So is
      * an inbound-EFT suspense account - its balance is clearing
      * money not yet applied to any customer.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           MOVE 'N' TO WS-POOL-FLAG.
           MOVE 'N' TO WS-SUSP-FLAG.
           PERFORM H134-CHECK-POOL
              VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > 5.
           IF WS-POOL-ACCT
              ADD 1 TO WS-CNT-POOL
           ELSE IF WS-SUSP-ACCT
              ADD 1 TO WS-CNT-SUSP
           ELSE
              PERFORM H205-PROCESS-ACCOUNT
           END-IF
           END-IF.
           PERFORM H110-READ-SCAN.
       H200-END. EXIT.

       H205-PROCESS-ACCOUNT.
           PERFORM H210-CHECK-CUSTOMER.
           IF WS-CUS-IDX = 0
              ADD 1 TO WS-CNT-NO-CUST
              MOVE "MUSTERI YOK  " TO WS-EXC-LABEL
              PERFORM H250-WRITE-EXCEPTION
           ELSE
              MOVE SCAN-CURRENCY TO WS-CURR-WORK
              PERFORM H220-GET-RATE
              IF WS-RATE-MISSING
                 ADD 1 TO WS-CNT-NO-RATE
                 MOVE "KUR YOK      " TO WS-EXC-LABEL
                 PERFORM H250-WRITE-EXCEPTION
              ELSE
                 COMPUTE WS-BASE-AMT ROUNDED =
                         SCAN-BALANCE * WS-RATE-WORK
                 ADD 1 TO WS-CNT-CONVERTED
                 PERFORM H230-ADD-TO-CUSTOMER
                 IF SCAN-ID > 0
                    MOVE WS-CUS-IDX TO WS-ACC-CUST (SCAN-ID)
                 END-IF
              END-IF
           END-IF.
       H205-END. EXIT.

      *    The customer slot for the account into WS-CUS-IDX, zero
      *    when the number is zero or has no master row. The master
      *    is read once per customer; the answer stays in the slot.
       H210-CHECK-CUSTOMER.
           MOVE SCAN-CUST-NO TO WS-CUS-IDX.
           IF WS-CUS-IDX > 0
              IF WS-CUS-MASTER (WS-CUS-IDX) = SPACE
                 MOVE SCAN-CUST-NO TO CUST-NO
                 READ CUST-FILE KEY CUST-KEY
                    INVALID KEY
                       MOVE 'N' TO WS-CUS-MASTER (WS-CUS-IDX)
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-CUS-MASTER (WS-CUS-IDX)
                 END-READ
              END-IF
              IF WS-CUS-MASTER (WS-CUS-IDX) NOT = 'Y'
                 MOVE 0 TO WS-CUS-IDX
              END-IF
           END-IF.
       H210-END. EXIT.

      *****************************************************************
      * The rate the currency in WS-CURR-WORK (an account's or a
      * deposit's) converts at on the run date - one for the base
      * currency, otherwise the cached or freshly looked-up FX-FILE
      * rate, exactly as PBFXPOS finds it.
      *****************************************************************
       H220-GET-RATE.
           IF WS-CURR-WORK = SPACES
              MOVE 'TRY' TO WS-CURR-WORK
           END-IF.
           IF WS-CURR-WORK = 'TRY'
              SET WS-RATE-FOUND TO TRUE
              MOVE 1 TO WS-RATE-WORK
           ELSE
              MOVE 0 TO WS-FX-SLOT
              PERFORM H222-FIND-CACHED
                 VARYING WS-FX-IDX FROM 1 BY 1
                 UNTIL WS-FX-IDX > WS-FX-CNT OR WS-FX-SLOT > 0
              IF WS-FX-SLOT = 0
                 PERFORM H225-LOOKUP-RATE
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
       H220-END. EXIT.

       H222-FIND-CACHED.
           IF WS-FX-T-CURR (WS-FX-IDX) = WS-CURR-WORK
              MOVE WS-FX-IDX TO WS-FX-SLOT
           END-IF.
       H222-END. EXIT.

       H225-LOOKUP-RATE.
           MOVE SPACE TO ST-FX-POS.
           MOVE 'N' TO WS-RATE-OK.
           MOVE 0 TO WS-RATE-WORK.
           MOVE WS-CURR-WORK TO FX-CURR.
           MOVE ZEROES TO FX-EFF-DATE.
           START FX-FILE KEY IS NOT LESS THAN FX-KEY
              INVALID KEY
                 SET ST-FX-POS-EOF TO TRUE
           END-START.
           PERFORM H227-LOAD-RATE-ROW UNTIL ST-FX-POS-EOF.
           IF WS-FX-CNT < 50
              ADD 1 TO WS-FX-CNT
              MOVE WS-FX-CNT TO WS-FX-SLOT
              MOVE WS-CURR-WORK TO WS-FX-T-CURR (WS-FX-SLOT)
              MOVE WS-RATE-WORK TO WS-FX-T-RATE (WS-FX-SLOT)
              MOVE WS-RATE-OK TO WS-FX-T-OK (WS-FX-SLOT)
           END-IF.
       H225-END. EXIT.

       H227-LOAD-RATE-ROW.
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
       H227-END. EXIT.

      *    The first account seen for a customer - the lowest
      *    account id, the scan being in key order - fixes the
      *    branch the customer is reported under.
       H230-ADD-TO-CUSTOMER.
           IF WS-CUS-ACCTS (WS-CUS-IDX) = 0
              ADD 1 TO WS-CNT-CUSTOMERS
              IF SCAN-EXC > 0 AND SCAN-EXC NOT > 999
                 MOVE SCAN-EXC TO WS-CUS-BRANCH (WS-CUS-IDX)
              ELSE
                 ADD 1 TO WS-CNT-BAD-EXC
              END-IF
           END-IF.
           ADD 1 TO WS-CUS-ACCTS (WS-CUS-IDX).
           IF WS-BASE-AMT < 0
              ADD WS-BASE-AMT TO WS-CUS-DEBIT (WS-CUS-IDX)
           ELSE
              ADD WS-BASE-AMT TO WS-CUS-CREDIT (WS-CUS-IDX)
           END-IF.
       H230-END. EXIT.

      *****************************************************************
      * One line per account left out of the return - its holder is
      * not on the customer master, or its currency has no rate on
      * the run date. Either one fails the run.
      *****************************************************************
       H250-WRITE-EXCEPTION.
           MOVE SCAN-ID TO WS-EXC-ID.
           MOVE SCAN-CUST-NO TO WS-EXC-CUST.
           MOVE SCAN-CURRENCY TO WS-EXC-CURR.
           MOVE WS-EXC-LINE TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-EXC-LINE.
       H250-END. EXIT.

      *****************************************************************
      * Every deposit still running on TD-FILE is the depositor's
      * money held on a pool account - its principal, converted to
      * TRY the way an account balance is, is added to the customer
      * who owns the account it was funded from, and counted as one
      * more of that customer's accounts. With pools on the card
      * TD-FILE must be there, or the pooled principal would drop
      * out of the return unseen; without pools there is nothing to
      * read.
      *****************************************************************
       H260-ADD-TERM-DEPOSITS.
           IF WS-POOL-CNT > 0
              OPEN INPUT TD-FILE
              IF NOT ST-TDFILE-OK
                 DISPLAY "TD-FILE OPEN ERROR"
                 DISPLAY "STATUS CODE: " ST-TDFILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM H300-TERMINATE
              END-IF
              PERFORM H262-READ-TD
              PERFORM H265-ADD-DEPOSIT UNTIL ST-TDFILE-EOF
           END-IF.
       H260-END. EXIT.

       H262-READ-TD.
           READ TD-FILE NEXT RECORD
              AT END
                 SET ST-TDFILE-EOF TO TRUE
           END-READ.
       H262-END. EXIT.

      *    A deposit whose funding account was not added to any
      *    customer cannot be placed, and fails the run the way an
      *    account with no customer does.
       H265-ADD-DEPOSIT.
           IF TD-ST-ACTIVE
              MOVE 0 TO WS-CUS-IDX
              IF TD-FUND-ID > 0
                 MOVE WS-ACC-CUST (TD-FUND-ID) TO WS-CUS-IDX
              END-IF
              IF WS-CUS-IDX = 0
                 ADD 1 TO WS-CNT-NO-CUST
                 MOVE "FON HESABI YOK" TO WS-EXC-LABEL
                 PERFORM H267-WRITE-TD-EXCEPTION
              ELSE
                 MOVE TD-CURRENCY TO WS-CURR-WORK
                 PERFORM H220-GET-RATE
                 IF WS-RATE-MISSING
                    ADD 1 TO WS-CNT-NO-RATE
                    MOVE "VADELI KUR YOK" TO WS-EXC-LABEL
                    PERFORM H267-WRITE-TD-EXCEPTION
                 ELSE
                    COMPUTE WS-BASE-AMT ROUNDED =
                            TD-PRINCIPAL * WS-RATE-WORK
                    ADD 1 TO WS-CNT-TERM
                    PERFORM H230-ADD-TO-CUSTOMER
                 END-IF
              END-IF
           END-IF.
           PERFORM H262-READ-TD.
       H265-END. EXIT.

       H267-WRITE-TD-EXCEPTION.
           MOVE TD-FUND-ID TO WS-EXC-ID.
           MOVE WS-CUS-IDX TO WS-EXC-CUST.
           MOVE TD-CURRENCY TO WS-EXC-CURR.
           MOVE WS-EXC-LINE TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-EXC-LINE.
       H267-END. EXIT.

      *****************************************************************
      * Every customer slot once the scan is done - the net deposit,
      * its insured and uninsured parts, added to the customer's
      * branch and the grand totals. The submission records are only
      * written by a run with no exceptions.
      *****************************************************************
       H400-SETTLE-CUSTOMERS.
           IF WS-CNT-NO-CUST = 0 AND WS-CNT-NO-RATE = 0 AND
              WS-CNT-BAD-EXC = 0
              MOVE SPACES TO SBH-REC
              MOVE 'H' TO SBH-TYPE
              MOVE CTL-BANK-CODE TO SBH-BANK-CODE
              MOVE CTL-PERIOD-END TO SBH-PERIOD-END
              MOVE WS-TODAY-DATE TO SBH-RUN-DATE
              MOVE CTL-LIMIT TO SBH-LIMIT
              WRITE SBH-REC
           END-IF.
           PERFORM H410-SETTLE-CUSTOMER
              VARYING WS-CUS-IDX FROM 1 BY 1
              UNTIL WS-CUS-IDX > 99999.
           IF WS-CNT-NO-CUST = 0 AND WS-CNT-NO-RATE = 0 AND
              WS-CNT-BAD-EXC = 0
              MOVE SPACES TO SBT-REC
              MOVE 'T' TO SBT-TYPE
              MOVE WS-CNT-SUBM TO SBT-COUNT
              MOVE WS-SUBM-TOTAL TO SBT-TOTAL
              MOVE WS-SUBM-INSURED TO SBT-INSURED
              MOVE WS-SUBM-UNINS TO SBT-UNINSURED
              WRITE SBT-REC
           END-IF.
       H400-END. EXIT.

       H410-SETTLE-CUSTOMER.
           IF WS-CUS-ACCTS (WS-CUS-IDX) > 0
              COMPUTE WS-NET-AMT = WS-CUS-CREDIT (WS-CUS-IDX)
                                 + WS-CUS-DEBIT (WS-CUS-IDX)
              IF WS-NET-AMT NOT > 0
                 ADD 1 TO WS-CNT-NET-DEBIT
              ELSE
                 IF WS-NET-AMT > CTL-LIMIT
                    MOVE CTL-LIMIT TO WS-INSURED-AMT
                 ELSE
                    MOVE WS-NET-AMT TO WS-INSURED-AMT
                 END-IF
                 COMPUTE WS-UNINS-AMT = WS-NET-AMT - WS-INSURED-AMT
                 ADD 1 TO WS-CNT-REPORTED
                 ADD WS-NET-AMT TO WS-GRAND-TOTAL
                 ADD WS-INSURED-AMT TO WS-GRAND-INSURED
                 ADD WS-UNINS-AMT TO WS-GRAND-UNINS
                 MOVE WS-CUS-BRANCH (WS-CUS-IDX) TO WS-BR-SUB
                 IF WS-BR-SUB > 0
                    ADD 1 TO WS-BR-COUNT (WS-BR-SUB)
                    ADD WS-NET-AMT TO WS-BR-TOTAL (WS-BR-SUB)
                    ADD WS-INSURED-AMT TO WS-BR-INSURED (WS-BR-SUB)
                    ADD WS-UNINS-AMT TO WS-BR-UNINS (WS-BR-SUB)
                 END-IF
                 IF WS-CNT-NO-CUST = 0 AND WS-CNT-NO-RATE = 0 AND
                    WS-CNT-BAD-EXC = 0
                    PERFORM H420-WRITE-SUBMISSION
                 END-IF
              END-IF
           END-IF.
       H410-END. EXIT.

       H420-WRITE-SUBMISSION.
           MOVE WS-CUS-IDX TO CUST-NO.
           READ CUST-FILE KEY CUST-KEY
              INVALID KEY
                 MOVE SPACES TO CUST-NAME
                 MOVE SPACES TO CUST-SURNAME
           END-READ.
           MOVE SPACES TO SBD-REC.
           MOVE 'D' TO SBD-TYPE.
           MOVE WS-CUS-IDX TO SBD-CUST-NO.
           MOVE CUST-SURNAME TO SBD-SURNAME.
           MOVE CUST-NAME TO SBD-NAME.
           MOVE WS-CUS-BRANCH (WS-CUS-IDX) TO SBD-BRANCH.
           MOVE WS-CUS-ACCTS (WS-CUS-IDX) TO SBD-ACCOUNTS.
           MOVE WS-NET-AMT TO SBD-TOTAL.
           MOVE WS-INSURED-AMT TO SBD-INSURED.
           MOVE WS-UNINS-AMT TO SBD-UNINSURED.
           WRITE SBD-REC.
           ADD 1 TO WS-CNT-SUBM.
           ADD WS-NET-AMT TO WS-SUBM-TOTAL.
           ADD WS-INSURED-AMT TO WS-SUBM-INSURED.
           ADD WS-UNINS-AMT TO WS-SUBM-UNINS.
       H420-END. EXIT.

      *****************************************************************
      * Branch lines in branch-code order, the grand totals, and the
      * verdict - the branch lines summed must equal the grand total,
      * insured plus uninsured must equal it too, the submission
      * trailer must carry the same figures, and no account may have
      * been left out.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** MEVDUAT SIGORTASI SUBE OZETI (TRY) ***"
                TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-BRL-LINE.
           MOVE "SUBE " TO WS-BRL-LABEL.
           MOVE WS-BRL-LINE TO RPT-DESC.
           MOVE "MUSTERI" TO RPT-DESC (10:7).
           MOVE "TOPLAM MEVDUAT" TO RPT-DESC (22:14).
           MOVE "SIGORTALI" TO RPT-DESC (46:9).
           MOVE "SIGORTA DISI" TO RPT-DESC (62:12).
           WRITE RPT-REC.
           PERFORM H315-WRITE-BRANCH-LINE
              VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > 999.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "TOTAL DEPOSITS:" TO WS-AMT-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "INSURED       :" TO WS-AMT-LABEL.
           MOVE WS-GRAND-INSURED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "UNINSURED     :" TO WS-AMT-LABEL.
           MOVE WS-GRAND-UNINS TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "INSURANCE LIM :" TO WS-AMT-LABEL.
           MOVE CTL-LIMIT TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ACCOUNTS READ :" TO WS-RPT-LABEL.
           MOVE WS-CNT-READ TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CONVERTED     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CONVERTED TO WS-RPT-COUNT.
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
           MOVE "TERM DEPOSITS :" TO WS-RPT-LABEL.
           MOVE WS-CNT-TERM TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NO CUSTOMER   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-CUST TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NO RATE COUNT :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-RATE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BAD BRANCH    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-BAD-EXC TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CUSTOMERS     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CUSTOMERS TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NET DEBTORS   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NET-DEBIT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REPORTED      :" TO WS-RPT-LABEL.
           MOVE WS-CNT-REPORTED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "SUBMITTED     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SUBM TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           IF ST-SCANFILE-EOF AND
              WS-CNT-NO-CUST = 0 AND WS-CNT-NO-RATE = 0 AND
              WS-CNT-BAD-EXC = 0 AND
              WS-BRANCH-SUM = WS-GRAND-TOTAL AND
              WS-GRAND-TOTAL = WS-GRAND-INSURED + WS-GRAND-UNINS AND
              WS-CNT-SUBM = WS-CNT-REPORTED AND
              WS-SUBM-TOTAL = WS-GRAND-TOTAL AND
              WS-SUBM-INSURED = WS-GRAND-INSURED AND
              WS-SUBM-UNINS = WS-GRAND-UNINS
              MOVE "MUTABIK - BILDIRIM DOSYASI TAMDIR." TO RPT-DESC
              WRITE RPT-REC
           ELSE
              MOVE "MUTABIK DEGIL - BILDIRIM DOSYASI YAZILMADI."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H310-END. EXIT.

       H315-WRITE-BRANCH-LINE.
           IF WS-BR-COUNT (WS-BR-SUB) > 0
              MOVE SPACES TO WS-BRL-LINE
              MOVE "SUBE " TO WS-BRL-LABEL
              MOVE WS-BR-SUB TO WS-BRL-EXC
              MOVE WS-BR-COUNT (WS-BR-SUB) TO WS-BRL-COUNT
              MOVE WS-BR-TOTAL (WS-BR-SUB) TO WS-BRL-TOTAL
              MOVE WS-BR-INSURED (WS-BR-SUB) TO WS-BRL-INSURED
              MOVE WS-BR-UNINS (WS-BR-SUB) TO WS-BRL-UNINS
              ADD WS-BR-TOTAL (WS-BR-SUB) TO WS-BRANCH-SUM
              MOVE WS-BRL-LINE TO RPT-DESC
              WRITE RPT-REC
           END-IF.
       H315-END. EXIT.

       H300-TERMINATE.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 SCAN-FILE
                 FX-FILE
                 CUST-FILE
                 RPT-FILE
                 SUBM-FILE
                 TD-FILE.
           STOP RUN.
       H300-END. EXIT.
