      *****************************************************************
      * Program name:    PBTDMAT
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Nightly term-deposit maturity batch. Walks TD-FILE - the
      * deposits PBTDMNT places - once in key order and pays out
      * every live deposit whose maturity date has arrived, or whose
      * early break PBTDMNT has recorded.
      *
      * Interest is simple interest on the principal for the days
      * the deposit ran, at the agreed rate on a 365-day year - or,
      * on an early break, for the days up to the break date at the
      * reduced rate the control card allows (its share of the
      * agreed rate). It is paid NET of withholding tax exactly as
      * PBINTACR pays demand interest: the branch's rate in force on
      * the run date from TAX-FILE is deducted, the net is posted to
      * the funding account through PBSUB's ACCRUE function (with no
      * as-of date, so the account's own accrual date is left
      * alone), and the withheld amount goes to a remittance extract
      * in PBINTACR's own layout - one 'D' line per paid deposit,
      * closed by a 'T' trailer with the line count and tax hash.
      *
      * The principal goes back from the pool account to the funding
      * account through PBSUB's transfer function before any
      * interest is posted, so a rejected transfer leaves the
      * deposit untouched for the next run. A deposit the customer
      * asked to roll over is not paid its principal at maturity:
      * the net interest is paid out and the deposit runs again
      * from the old maturity date for a term of the same length at
      * the same rate. Every deposit PBSUB refuses, or whose stored
      * dates are corrupt, goes to the exception section of the
      * report for the branch to chase.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBTDMAT.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO TDCARD
                           STATUS ST-CTLFILE.
           SELECT TD-FILE ASSIGN TO TDFILE
                           STATUS ST-TDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TD-KEY.
           SELECT TAX-FILE ASSIGN TO TAXFILE
                           STATUS ST-TAXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TAX-KEY.
           SELECT TAX-EXT ASSIGN TO TAXEXTR
                           STATUS ST-TAXEXT.
           SELECT RPT-FILE ASSIGN TO TDMATRPT
                           STATUS ST-RPTFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    CTL-REC mirrors PBTDMNT's own copy field for field - this
      *    job only uses the break-rate share; the pool accounts are
      *    already carried on every deposit row.
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-BREAK-PCT        PIC 9(3)V9(2).
           03 CTL-POOL-ENTRY OCCURS 5 TIMES.
              05 CTL-POOL-CURR     PIC X(03).
              05 CTL-POOL-ID       PIC 9(05).
      *    TD-REC mirrors PBTDMNT's own copy field for field -
      *    PBTDMNT places the deposits; this job pays them out, rolls
      *    them over and closes them.
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
      *    TAX-REC mirrors PBTAXMNT's own copy field for field -
      *    PBTAXMNT owns TAX-FILE and maintains it, PBTDMAT only
      *    reads it. The rate in force on run day is the row with
      *    the latest effective date not after it.
       FD TAX-FILE.
       01 TAX-REC.
           03 TAX-KEY.
                05 TAX-EXC         PIC S9(3) COMP.
                05 TAX-EFF-DATE    PIC S9(7) COMP-3.
           03 TAX-PCT              PIC S9(3)V9(2) COMP-3.
      *****************************************************************
      * The remittance extract, in the layout PBINTACR writes - one
      * 'D' line per deposit whose interest was paid, with the
      * deposit's branch and funding account, the gross computed,
      * the tax withheld and the net credited, closed by a single
      * 'T' trailer whose count and hash total (sum of the tax
      * amounts) prove the file whole.
      *****************************************************************
       FD TAX-EXT RECORDING MODE F.
       01 TAXE-REC.
           03 TAXE-TYPE            PIC X(01).
           03 TAXE-EXC             PIC 9(03).
           03 TAXE-ID              PIC 9(05).
           03 TAXE-GROSS           PIC S9(15) SIGN LEADING SEPARATE.
           03 TAXE-TAX             PIC S9(15) SIGN LEADING SEPARATE.
           03 TAXE-NET             PIC S9(15) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(03).
       01 TAXE-TRAILER.
           03 TAXE-TRL-TYPE        PIC X(01).
           03 TAXE-TRL-COUNT       PIC 9(07).
           03 TAXE-TRL-HASH        PIC 9(15).
           03 FILLER               PIC X(37).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
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
           05 ST-TDFILE            PIC 9(02).
              88 ST-TDFILE-OK          VALUE 00 97.
              88 ST-TDFILE-EOF         VALUE 10.
           05 ST-TAXFILE           PIC 9(02).
              88 ST-TAXFILE-OK         VALUE 00 97.
           05 ST-TAXEXT            PIC 9(02).
              88 ST-TAXEXT-OK          VALUE 00.
           05 ST-TAX-POS           PIC X(01).
              88 ST-TAX-POS-EOF        VALUE 'E'.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
           05 WS-TODAY-FULL        PIC X(21).
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-RED         PIC S9(07).
      *    The deposit being paid - its start, maturity and break
      *    dates as day numbers, the end of the interest window and
      *    the rate that applies to it (the agreed rate, or the
      *    reduced break rate), and whether this payout breaks,
      *    rolls over or simply matures the deposit.
           05 WS-START-FULL        PIC 9(08).
           05 WS-START-INT         PIC S9(09) COMP-3.
           05 WS-MAT-FULL          PIC 9(08).
           05 WS-MAT-INT           PIC S9(09) COMP-3.
           05 WS-BREAK-FULL        PIC 9(08).
           05 WS-BREAK-INT         PIC S9(09) COMP-3.
           05 WS-END-INT           PIC S9(09) COMP-3.
           05 WS-TERM-DAYS         PIC S9(07) COMP-3.
           05 WS-NEW-MAT-FULL      PIC 9(08).
           05 WS-PAY-RATE          PIC S9(3)V9(4) COMP-3.
           05 WS-PAY-KIND          PIC X(01).
              88 WS-PAY-MATURE         VALUE 'M'.
              88 WS-PAY-ROLL           VALUE 'R'.
              88 WS-PAY-BREAK          VALUE 'B'.
           05 WS-DATES-OK          PIC X(01).
              88 WS-DATES-VALID        VALUE 'Y'.
           05 WS-EXC-MSG           PIC X(40).
           05 WS-INTEREST          PIC S9(15) COMP-3.
           05 WS-TAX-PCT           PIC S9(3)V9(2) COMP-3.
           05 WS-TAX-AMT           PIC S9(15) COMP-3.
           05 WS-NET-AMT           PIC S9(15) COMP-3.
           05 WS-TOT-PRINCIPAL     PIC S9(15) COMP-3.
           05 WS-TOT-GROSS         PIC S9(15) COMP-3.
           05 WS-TOT-TAX           PIC S9(15) COMP-3.
           05 WS-TOT-NET           PIC S9(15) COMP-3.
           05 WS-EXT-LINES         PIC 9(07).
           05 WS-EXT-TAX-TOTAL     PIC S9(15) COMP-3.
           05 WS-HASH-TOTAL        PIC 9(15) COMP-3.
           05 WS-CNT-READ          PIC 9(07).
           05 WS-CNT-MATURED       PIC 9(07).
           05 WS-CNT-ROLLED        PIC 9(07).
           05 WS-CNT-BROKEN        PIC 9(07).
           05 WS-CNT-NOT-DUE       PIC 9(07).
           05 WS-CNT-CLOSED        PIC 9(07).
           05 WS-CNT-REJECTED      PIC 9(07).
           05 WS-CNT-BAD-DATE      PIC 9(07).
           05 WS-CNT-INT-FAILED    PIC 9(07).
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
           05 WS-EXC-LINE.
              07 WS-EXC-LABEL         PIC X(08).
              07 WS-EXC-NO            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-EXC-FUND          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-EXC-POOL          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-EXC-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-EXC-RC            PIC 9(02).
              07 FILLER               PIC X(01).
              07 WS-EXC-REASON        PIC X(40).
              07 FILLER               PIC X(32).
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
           PERFORM H200-PROCESS UNTIL ST-TDFILE-EOF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-READ.
           MOVE 0 TO WS-CNT-MATURED.
           MOVE 0 TO WS-CNT-ROLLED.
           MOVE 0 TO WS-CNT-BROKEN.
           MOVE 0 TO WS-CNT-NOT-DUE.
           MOVE 0 TO WS-CNT-CLOSED.
           MOVE 0 TO WS-CNT-REJECTED.
           MOVE 0 TO WS-CNT-BAD-DATE.
           MOVE 0 TO WS-CNT-INT-FAILED.
           MOVE 0 TO WS-TOT-PRINCIPAL.
           MOVE 0 TO WS-TOT-GROSS.
           MOVE 0 TO WS-TOT-TAX.
           MOVE 0 TO WS-TOT-NET.
           MOVE 0 TO WS-EXT-LINES.
           MOVE 0 TO WS-EXT-TAX-TOTAL.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-FULL.
           MOVE WS-TODAY-FULL (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-RED = WS-TODAY-DATE - 19000000.
           OPEN INPUT CTL-FILE.
           IF NOT ST-CTLFILE-OK
              DISPLAY "CTL-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CTLFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           READ CTL-FILE.
           IF NOT ST-CTLFILE-OK
              DISPLAY "CTL-FILE READ ERROR"
              DISPLAY "STATUS CODE: " ST-CTLFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           IF CTL-BREAK-PCT NOT NUMERIC OR CTL-BREAK-PCT > 100
              DISPLAY "CONTROL CARD BREAK RATE INVALID"
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN INPUT TAX-FILE.
           IF NOT ST-TAXFILE-OK
              DISPLAY "TAX-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-TAXFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN OUTPUT TAX-EXT.
           IF NOT ST-TAXEXT-OK
              DISPLAY "TAX-EXT OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-TAXEXT
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN I-O TD-FILE.
           IF NOT ST-TDFILE-OK
              DISPLAY "TD-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-TDFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           PERFORM H120-OPEN-SESSION.
           PERFORM H140-START-DEPOSITS.
       H100-END. EXIT.

      *****************************************************************
      * Refuses the run before any deposit is touched - the job ends
      * with condition code 8.
      *****************************************************************
       H190-REFUSE-RUN.
           MOVE 8 TO RETURN-CODE.
           PERFORM H300-TERMINATE.
       H190-END. EXIT.

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
           MOVE 'PBTDMAT ' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBTDMAT '
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
              MOVE 'PBTDMAT ' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

      *****************************************************************
      * Opens a PBSUB batch session before the walk, so the nightly
      * run pays one IDX-FILE/HIST-FILE open and one close instead of
      * a VSAM open/close pair per paid deposit - the same discipline
      * PBSOEXEC and PBINTACR follow.
      *****************************************************************
       H120-OPEN-SESSION.
           MOVE 'N' TO WS-SESSION-FLAG.
           SET WS-SUB-FUNC-OPEN TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           SET WS-SESSION-OPENED TO TRUE.
       H120-END. EXIT.

       H130-CLOSE-SESSION.
           SET WS-SUB-FUNC-CLOSE TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE 'N' TO WS-SESSION-FLAG.
       H130-END. EXIT.

       H140-START-DEPOSITS.
           MOVE 0 TO TD-NO.
           START TD-FILE KEY IS NOT LESS THAN TD-KEY
              INVALID KEY
                 SET ST-TDFILE-EOF TO TRUE
           END-START.
           IF NOT ST-TDFILE-EOF
              PERFORM H150-READ-DEPOSIT
           END-IF.
       H140-END. EXIT.

       H150-READ-DEPOSIT.
           READ TD-FILE NEXT RECORD
              AT END
                 SET ST-TDFILE-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

      *****************************************************************
      * One deposit per pass. Only a live deposit is looked at; it
      * is due when a break has been asked for or its maturity date
      * has been reached - a deposit whose maturity was missed (the
      * job not run, or the payout refused night after night) is
      * paid on the next clean run, and a rolled-over deposit
      * already past its new maturity rolls one term per run until
      * it catches up, the way PBSOEXEC catches a missed order up.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF NOT TD-ST-ACTIVE
              ADD 1 TO WS-CNT-CLOSED
           ELSE
           IF TD-BREAK-DATE = 0 AND TD-MAT-DATE > WS-TODAY-RED
              ADD 1 TO WS-CNT-NOT-DUE
           ELSE
              PERFORM H210-CHECK-DATES
              IF NOT WS-DATES-VALID
                 ADD 1 TO WS-CNT-BAD-DATE
                 MOVE ZEROS TO WS-SUB-RC
                 MOVE "MEVDUAT TARIHLERI BOZUK." TO WS-EXC-MSG
                 PERFORM H250-WRITE-EXCEPTION
              ELSE
                 PERFORM H220-PAY-DEPOSIT
              END-IF
           END-IF
           END-IF.
           PERFORM H150-READ-DEPOSIT.
       H200-END. EXIT.

      *****************************************************************
      * Turns the deposit's dates into day numbers and settles what
      * this payout is. A stored date INTEGER-OF-DATE rejects (it
      * returns zero) cannot be paid against and is reported rather
      * than guessed at - the same caution PBSOEXEC applies to a
      * corrupt due date. A break pays up to the break date at the
      * card's share of the agreed rate and takes precedence over a
      * rollover instruction; otherwise the interest window closes
      * on the maturity date at the agreed rate.
      *****************************************************************
       H210-CHECK-DATES.
           MOVE 'Y' TO WS-DATES-OK.
           COMPUTE WS-START-FULL = 19000000 + TD-START-DATE.
           COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-START-FULL).
           COMPUTE WS-MAT-FULL = 19000000 + TD-MAT-DATE.
           COMPUTE WS-MAT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-MAT-FULL).
           IF WS-START-INT = 0 OR WS-MAT-INT = 0 OR
              WS-MAT-INT NOT > WS-START-INT
              MOVE 'N' TO WS-DATES-OK
           END-IF.
           IF WS-DATES-VALID
              IF TD-BREAK-DATE NOT = 0
                 COMPUTE WS-BREAK-FULL = 19000000 + TD-BREAK-DATE
                 COMPUTE WS-BREAK-INT =
                         FUNCTION INTEGER-OF-DATE (WS-BREAK-FULL)
                 IF WS-BREAK-INT = 0 OR WS-BREAK-INT < WS-START-INT
                    MOVE 'N' TO WS-DATES-OK
                 ELSE
                    SET WS-PAY-BREAK TO TRUE
                    MOVE WS-BREAK-INT TO WS-END-INT
                    COMPUTE WS-PAY-RATE =
                            TD-RATE * CTL-BREAK-PCT / 100
                 END-IF
              ELSE
                 IF TD-ROLL-YES
                    SET WS-PAY-ROLL TO TRUE
                 ELSE
                    SET WS-PAY-MATURE TO TRUE
                 END-IF
                 MOVE WS-MAT-INT TO WS-END-INT
                 MOVE TD-RATE TO WS-PAY-RATE
              END-IF
           END-IF.
       H210-END. EXIT.

      *****************************************************************
      * Pays one deposit out. The funding account must still be open
      * for movement, or nothing is posted and the deposit waits for
      * the next run. The principal goes back first (except on a
      * rollover, where it stays on the pool account); only once
      * PBSUB has accepted that transfer is the net interest posted
      * and the deposit row moved on, so a refused transfer leaves
      * the deposit exactly as it was.
      *****************************************************************
       H220-PAY-DEPOSIT.
           COMPUTE WS-INTEREST ROUNDED =
                   TD-PRINCIPAL * WS-PAY-RATE
                   * (WS-END-INT - WS-START-INT) / (100 * 365).
           MOVE 0 TO WS-TAX-AMT.
           MOVE 0 TO WS-NET-AMT.
           IF WS-INTEREST > 0
              PERFORM H217-LOOKUP-TAX
              COMPUTE WS-TAX-AMT ROUNDED =
                      WS-INTEREST * WS-TAX-PCT / 100
              COMPUTE WS-NET-AMT = WS-INTEREST - WS-TAX-AMT
           END-IF.
           PERFORM H225-CHECK-FUNDING.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              IF NOT WS-PAY-ROLL
                 PERFORM H230-RETURN-PRINCIPAL
              END-IF
           END-IF.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              IF WS-NET-AMT > 0
                 PERFORM H235-POST-INTEREST
              END-IF
              PERFORM H240-CLOSE-OR-ROLL
              REWRITE TD-REC
           ELSE
              ADD 1 TO WS-CNT-REJECTED
              MOVE "ODEME REDDEDILDI, MEVDUAT BEKLIYOR."
                   TO WS-EXC-MSG
              PERFORM H250-WRITE-EXCEPTION
           END-IF.
       H220-END. EXIT.

      *    ACCRUE itself does not look at the account's status, so a
      *    closed or frozen funding account is refused here instead
      *    (with PBSUB's own codes for the two cases).
       H225-CHECK-FUNDING.
           SET WS-SUB-FUNC-READ TO TRUE.
           MOVE TD-FUND-ID TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              IF WS-SUB-STATUS = 'F'
                 MOVE 94 TO WS-SUB-RC
              ELSE IF WS-SUB-STATUS = 'C'
                 MOVE 86 TO WS-SUB-RC
              END-IF
           END-IF.
       H225-END. EXIT.

       H230-RETURN-PRINCIPAL.
           SET WS-SUB-FUNC-XFER TO TRUE.
           MOVE TD-POOL-ID TO WS-SUB-ID.
           MOVE TD-FUND-ID TO WS-SUB-END-ID.
           MOVE TD-PRINCIPAL TO WS-SUB-BALANCE.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SURNAME.
           MOVE ZEROES TO WS-SUB-EXC.
           MOVE ZEROES TO WS-SUB-DATE.
           MOVE SPACES TO WS-SUB-STATUS.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE WS-SUB-DESC TO RPT-DESC.
           WRITE RPT-REC.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              ADD TD-PRINCIPAL TO WS-TOT-PRINCIPAL
           END-IF.
       H230-END. EXIT.

      *****************************************************************
      * Posts the net interest onto the funding account with no
      * as-of date - term-deposit interest is not the account's own
      * accrual, and PBINTACR must go on prorating the demand
      * balance from its own last accrual. The remittance line is
      * only written once PBSUB has accepted the posting. A refusal
      * here comes after the principal has already gone back, so it
      * is reported, the deposit is still closed, and the job ends
      * with condition code 8 for the interest to be paid by hand.
      *****************************************************************
       H235-POST-INTEREST.
           SET WS-SUB-FUNC-ACCRUE TO TRUE.
           MOVE TD-FUND-ID TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-EXC.
           MOVE ZEROES TO WS-SUB-DATE.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SURNAME.
           MOVE WS-NET-AMT TO WS-SUB-BALANCE.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE WS-SUB-DESC TO RPT-DESC.
           WRITE RPT-REC.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              ADD WS-INTEREST TO WS-TOT-GROSS
              ADD WS-TAX-AMT TO WS-TOT-TAX
              ADD WS-NET-AMT TO WS-TOT-NET
              ADD WS-INTEREST TO TD-PAID-GROSS
              ADD WS-TAX-AMT TO TD-PAID-TAX
              PERFORM H245-WRITE-TAX-LINE
           ELSE
              ADD 1 TO WS-CNT-INT-FAILED
              MOVE "FAIZ ODENEMEDI, ELLE ODENMELI." TO WS-EXC-MSG
              PERFORM H250-WRITE-EXCEPTION
              MOVE 0 TO WS-SUB-RC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H235-END. EXIT.

      *****************************************************************
      * Moves the deposit row on after a clean payout. A rollover
      * starts a new term on the old maturity date, of the same
      * length in days and at the same rate; a break or a plain
      * maturity closes the deposit on the run date.
      *****************************************************************
       H240-CLOSE-OR-ROLL.
           IF WS-PAY-ROLL
              COMPUTE WS-TERM-DAYS = WS-MAT-INT - WS-START-INT
              COMPUTE WS-NEW-MAT-FULL = FUNCTION DATE-OF-INTEGER
                      (WS-MAT-INT + WS-TERM-DAYS)
              MOVE TD-MAT-DATE TO TD-START-DATE
              COMPUTE TD-MAT-DATE = WS-NEW-MAT-FULL - 19000000
              ADD 1 TO TD-ROLL-COUNT
              ADD 1 TO WS-CNT-ROLLED
           ELSE
              MOVE WS-TODAY-RED TO TD-CLOSE-DATE
              IF WS-PAY-BREAK
                 SET TD-ST-BROKEN TO TRUE
                 ADD 1 TO WS-CNT-BROKEN
              ELSE
                 SET TD-ST-MATURED TO TRUE
                 ADD 1 TO WS-CNT-MATURED
              END-IF
           END-IF.
       H240-END. EXIT.

      *****************************************************************
      * The branch's withholding rate in force on the run date, found
      * exactly as PBINTACR finds it - position on the branch's first
      * TAX-FILE row and keep the last one whose date has arrived. A
      * branch with no row withholds nothing.
      *****************************************************************
       H217-LOOKUP-TAX.
           MOVE 0 TO WS-TAX-PCT.
           MOVE SPACE TO ST-TAX-POS.
           MOVE TD-EXC TO TAX-EXC.
           MOVE ZEROES TO TAX-EFF-DATE.
           START TAX-FILE KEY IS NOT LESS THAN TAX-KEY
              INVALID KEY
                 SET ST-TAX-POS-EOF TO TRUE
           END-START.
           PERFORM H218-LOAD-TAX-ROW UNTIL ST-TAX-POS-EOF.
       H217-END. EXIT.

       H218-LOAD-TAX-ROW.
           READ TAX-FILE NEXT RECORD
              AT END
                 SET ST-TAX-POS-EOF TO TRUE
              NOT AT END
                 IF TAX-EXC NOT = TD-EXC OR
                    TAX-EFF-DATE > WS-TODAY-RED
                    SET ST-TAX-POS-EOF TO TRUE
                 ELSE
                    MOVE TAX-PCT TO WS-TAX-PCT
                 END-IF
           END-READ.
       H218-END. EXIT.

       H245-WRITE-TAX-LINE.
           MOVE SPACES TO TAXE-REC.
           MOVE 'D' TO TAXE-TYPE.
           MOVE TD-EXC TO TAXE-EXC.
           MOVE TD-FUND-ID TO TAXE-ID.
           MOVE WS-INTEREST TO TAXE-GROSS.
           MOVE WS-TAX-AMT TO TAXE-TAX.
           MOVE WS-NET-AMT TO TAXE-NET.
           WRITE TAXE-REC.
           ADD 1 TO WS-EXT-LINES.
           ADD WS-TAX-AMT TO WS-EXT-TAX-TOTAL.
           ADD WS-TAX-AMT TO WS-HASH-TOTAL.
       H245-END. EXIT.

       H255-WRITE-TAX-TRAILER.
           MOVE SPACES TO TAXE-TRAILER.
           MOVE 'T' TO TAXE-TRL-TYPE.
           MOVE WS-EXT-LINES TO TAXE-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO TAXE-TRL-HASH.
           WRITE TAXE-TRAILER.
       H255-END. EXIT.

      *****************************************************************
      * One exception line per deposit the branch has to chase - the
      * deposit as held, PBSUB's return code (or 00 for a deposit
      * whose stored dates could not be read), and the reason.
      *****************************************************************
       H250-WRITE-EXCEPTION.
           MOVE SPACES TO WS-EXC-LINE.
           MOVE "MEVDUAT " TO WS-EXC-LABEL.
           MOVE TD-NO TO WS-EXC-NO.
           MOVE TD-FUND-ID TO WS-EXC-FUND.
           MOVE TD-POOL-ID TO WS-EXC-POOL.
           MOVE TD-PRINCIPAL TO WS-EXC-AMOUNT.
           MOVE WS-SUB-RC TO WS-EXC-RC.
           MOVE WS-EXC-MSG TO WS-EXC-REASON.
           MOVE WS-EXC-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H250-END. EXIT.

      *****************************************************************
      * End-of-job totals - deposits read, matured, rolled over,
      * broken, not yet due, already closed, refused, and with
      * corrupt dates; then the principal returned and the gross,
      * tax and net interest paid, proved against the extract the
      * way PBINTACR proves its own.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** VADELI MEVDUAT VADE RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "DEPOSITS READ :" TO WS-RPT-LABEL.
           MOVE WS-CNT-READ TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "MATURED COUNT :" TO WS-RPT-LABEL.
           MOVE WS-CNT-MATURED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ROLLED COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-ROLLED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BROKEN COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-BROKEN TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NOT DUE COUNT :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NOT-DUE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CLOSED COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CLOSED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REJECTED COUNT:" TO WS-RPT-LABEL.
           MOVE WS-CNT-REJECTED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BAD DATE COUNT:" TO WS-RPT-LABEL.
           MOVE WS-CNT-BAD-DATE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "INT FAILED    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-INT-FAILED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "PRINCIPAL PAID:" TO WS-AMT-LABEL.
           MOVE WS-TOT-PRINCIPAL TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "GROSS INTEREST:" TO WS-AMT-LABEL.
           MOVE WS-TOT-GROSS TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "TAX WITHHELD  :" TO WS-AMT-LABEL.
           MOVE WS-TOT-TAX TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "NET POSTED    :" TO WS-AMT-LABEL.
           MOVE WS-TOT-NET TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "EXTRACT TAX   :" TO WS-AMT-LABEL.
           MOVE WS-EXT-TAX-TOTAL TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           IF WS-EXT-TAX-TOTAL = WS-TOT-TAX AND
              WS-TOT-GROSS = WS-TOT-TAX + WS-TOT-NET
              MOVE "MUTABIK - STOPAJ DOSYASI VERILEBILIR."
                   TO RPT-DESC
              WRITE RPT-REC
           ELSE
              MOVE "MUTABIK DEGIL - STOPAJ DOSYASI VERILMEMELI."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H310-END. EXIT.

       H300-TERMINATE.
           IF WS-SESSION-OPENED
              PERFORM H130-CLOSE-SESSION
           END-IF.
           IF ST-TAXEXT-OK
              PERFORM H255-WRITE-TAX-TRAILER
           END-IF.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 TD-FILE
                 TAX-FILE
                 TAX-EXT
                 RPT-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
