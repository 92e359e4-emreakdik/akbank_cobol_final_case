      *****************************************************************
      * Program name:    PBTDMNT
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Term-deposit maintenance batch. Applies placement, rollover
      * and break transactions against TD-FILE - the fixed-term
      * deposits PBTDMAT pays out each night - so a vadeli mevduat
      * is booked through an edited, audited transaction stream the
      * way PBSOMNT books a standing order, instead of living on a
      * paper slip beside the demand account it was funded from.
      *
      * A placement names the deposit number, the funding account,
      * the principal, the agreed annual rate, the maturity date
      * (the same reduced CYYMMDD encoding IDX-DATE uses) and
      * whether the deposit is to roll over at maturity. The deposit
      * starts on the run date, takes the funding account's branch
      * and currency, and its principal is moved off the funding
      * account onto the term-deposit pool account for that currency
      * through PBSUB's own transfer function - the same CALL a
      * keyed 'T' transaction makes - so the funding account's
      * balance, overdraft floor, holds and history all see the
      * placement like any other transfer. The deposit row is only
      * written once PBSUB has accepted the transfer.
      *
      * A rollover transaction changes the customer's instruction
      * for maturity on a live deposit; a break transaction asks for
      * the deposit to be paid out early, which PBTDMAT does that
      * night at the reduced break rate. Accepted and rejected
      * transactions alike are written to the audit log with a
      * return code and reason.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBTDMNT.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO TDCARD
                           STATUS ST-CTLFILE.
           SELECT TRAN-FILE ASSIGN TO TDTRAN
                           STATUS ST-TRANFILE.
           SELECT TD-FILE ASSIGN TO TDFILE
                           STATUS ST-TDFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY TD-KEY.
           SELECT AUDIT-FILE ASSIGN TO TDAUDIT
                           STATUS ST-AUDITFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The term-deposit control card, shared with PBTDMAT - the
      * share of the agreed rate an early break still earns (in
      * percent; 050.00 pays half the agreed rate), and one pool
      * account per currency the principals are held on while the
      * deposits run. A blank currency is the base currency (TRY);
      * an unused entry is all zero.
      *****************************************************************
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-BREAK-PCT        PIC 9(3)V9(2).
           03 CTL-POOL-ENTRY OCCURS 5 TIMES.
              05 CTL-POOL-CURR     PIC X(03).
              05 CTL-POOL-ID       PIC 9(05).
       FD TRAN-FILE RECORDING MODE F.
       01 TRAN-REC.
           03 TRAN-OPT             PIC X(01).
           03 TRAN-NO              PIC 9(05).
           03 TRAN-FUND-ID         PIC 9(05).
           03 TRAN-AMOUNT          PIC S9(15).
           03 TRAN-RATE            PIC 9(3)V9(2).
      *    TRAN-MAT-DATE carries the same reduced CYYMMDD encoding
      *    IDX-DATE uses - a century digit followed by 2-digit
      *    year/month/day, NOT a plain 8-digit CCYYMMDD date.
           03 TRAN-MAT-DATE        PIC S9(07).
           03 TRAN-ROLLOVER        PIC X(01).
      *****************************************************************
      * One row per term deposit, keyed by deposit number. The
      * funding account, its branch and currency, and the pool
      * account are fixed at placement; PBTDMAT pays the deposit out
      * at maturity (or on a requested break), or rolls it over into
      * a new term of the same length at the same rate, and keeps
      * the running totals of interest paid and tax withheld.
      *****************************************************************
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
      *    Zero until a break is asked for; then the date the
      *    deposit is broken on - interest runs up to this day.
           03 TD-BREAK-DATE        PIC S9(7) COMP-3.
           03 TD-CLOSE-DATE        PIC S9(7) COMP-3.
           03 TD-ROLL-COUNT        PIC S9(3) COMP-3.
           03 TD-PAID-GROSS        PIC S9(15) COMP-3.
           03 TD-PAID-TAX          PIC S9(15) COMP-3.
       FD AUDIT-FILE RECORDING MODE F.
       01 AUD-REC.
           03 AUD-DESC             PIC X(118).
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
           05 ST-TRANFILE          PIC 9(02).
              88 ST-TRANFILE-OK        VALUE 00.
              88 ST-TRANFILE-EOF       VALUE 10.
           05 ST-TDFILE            PIC 9(02).
              88 ST-TDFILE-OK          VALUE 00 97.
           05 ST-AUDITFILE         PIC 9(02).
              88 ST-AUDITFILE-OK       VALUE 00.
           05 WS-VALID-OK          PIC X(01).
              88 WS-VALID-PASSED       VALUE 'Y'.
              88 WS-VALID-FAILED       VALUE 'N'.
           05 WS-TRAN-RC           PIC 9(02).
           05 WS-TRAN-MSG          PIC X(40).
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
           05 WS-TODAY-FULL        PIC X(21).
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-RED         PIC S9(07).
           05 WS-DATE-CCYYMM       PIC 9(05).
           05 WS-DATE-CCYY         PIC 9(03).
           05 WS-DATE-MM           PIC 9(02).
           05 WS-DATE-DD           PIC 9(02).
           05 WS-DATE-FULL         PIC 9(08).
           05 WS-DATE-CHK-INT      PIC S9(09) COMP-3.
           05 WS-DATE-OK           PIC X(01).
              88 WS-DATE-VALID         VALUE 'Y'.
      *    The funding account as PBSUB's READ returned it, and the
      *    pool account its currency maps to on the control card.
           05 WS-ACCT-CURR         PIC X(03).
           05 WS-ACCT-EXC          PIC S9(03).
           05 WS-POOL-ID           PIC 9(05).
           05 WS-POOL-IDX          PIC S9(03) COMP.
           05 WS-CNT-PLACED        PIC 9(07).
           05 WS-CNT-ROLL          PIC 9(07).
           05 WS-CNT-BREAK         PIC 9(07).
           05 WS-CNT-REJECT        PIC 9(07).
           05 WS-CNT-TOTAL         PIC 9(07).
           05 WS-AMT-PLACED        PIC S9(15) COMP-3.
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
           05 WS-AUDIT-LINE.
              07 WS-AUD-OPT           PIC X(01).
              07 FILLER               PIC X(01).
              07 WS-AUD-NO            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-AUD-FUND          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-AUD-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-AUD-RATE          PIC ZZ9.99.
              07 FILLER               PIC X(01).
              07 WS-AUD-DATE          PIC 9(07).
              07 FILLER               PIC X(01).
              07 WS-AUD-ROLL          PIC X(01).
              07 FILLER               PIC X(01).
              07 WS-AUD-RC            PIC 9(02).
              07 FILLER               PIC X(01).
              07 WS-AUD-MSG           PIC X(40).
              07 FILLER               PIC X(27).
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
           PERFORM H200-PROCESS UNTIL ST-TRANFILE-EOF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-PLACED.
           MOVE 0 TO WS-CNT-ROLL.
           MOVE 0 TO WS-CNT-BREAK.
           MOVE 0 TO WS-CNT-REJECT.
           MOVE 0 TO WS-CNT-TOTAL.
           MOVE 0 TO WS-AMT-PLACED.
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
           PERFORM H102-CHECK-CARD-ENTRY
              VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > 5.
           OPEN INPUT TRAN-FILE.
           IF NOT ST-TRANFILE-OK
              DISPLAY "TRAN-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-TRANFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF NOT ST-AUDITFILE-OK
              DISPLAY "AUDIT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-AUDITFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN I-O TD-FILE.
           IF NOT ST-TDFILE-OK
              DISPLAY "TD-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-TDFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           PERFORM H120-OPEN-SESSION.
           PERFORM H108-CHECK-POOL
              VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > 5.
           PERFORM H130-READ-TRAN.
       H100-END. EXIT.

      *    A pool entry is either unused (all zero) or names an
      *    account; its currency is stored folded, blank as TRY.
       H102-CHECK-CARD-ENTRY.
           IF CTL-POOL-ID (WS-POOL-IDX) NOT NUMERIC
              DISPLAY "CONTROL CARD POOL ACCOUNT INVALID"
              PERFORM H190-REFUSE-RUN
           END-IF.
           IF CTL-POOL-CURR (WS-POOL-IDX) = SPACES
              MOVE 'TRY' TO CTL-POOL-CURR (WS-POOL-IDX)
           END-IF.
       H102-END. EXIT.

      *****************************************************************
      * Every pool account on the card must be a live account in the
      * currency it is listed under before a single principal is
      * moved onto it - a mistyped pool id refuses the run here
      * rather than strand placements on the wrong account.
      *****************************************************************
       H108-CHECK-POOL.
           IF CTL-POOL-ID (WS-POOL-IDX) > 0
              MOVE CTL-POOL-ID (WS-POOL-IDX) TO WS-SUB-ID
              PERFORM H165-CALL-READ
              IF WS-SUB-RC NOT = 0 AND WS-SUB-RC NOT = 97
                 DISPLAY "POOL ACCOUNT NOT FOUND: " WS-SUB-ID
                 PERFORM H190-REFUSE-RUN
              END-IF
              IF WS-SUB-STATUS = 'C' OR WS-SUB-STATUS = 'F'
                 DISPLAY "POOL ACCOUNT NOT OPEN: " WS-SUB-ID
                 PERFORM H190-REFUSE-RUN
              END-IF
              IF WS-ACCT-CURR NOT = CTL-POOL-CURR (WS-POOL-IDX)
                 DISPLAY "POOL ACCOUNT CURRENCY WRONG: " WS-SUB-ID
                 PERFORM H190-REFUSE-RUN
              END-IF
           END-IF.
       H108-END. EXIT.

      *****************************************************************
      * Opens a PBSUB batch session so the account reads and the
      * placement transfers pay one IDX-FILE/HIST-FILE open for the
      * whole run instead of one per transaction - the same
      * discipline PBSOMNT and PBSOEXEC follow.
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

       H140-CLOSE-SESSION.
           SET WS-SUB-FUNC-CLOSE TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE 'N' TO WS-SESSION-FLAG.
       H140-END. EXIT.

       H130-READ-TRAN.
           READ TRAN-FILE
              AT END
                 SET ST-TRANFILE-EOF TO TRUE
           END-READ.
       H130-END. EXIT.

      *    WS-SUB-ID names the account; the branch and the currency
      *    (folded, blank as TRY) are kept for the caller.
       H165-CALL-READ.
           SET WS-SUB-FUNC-READ TO TRUE.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE WS-SUB-EXC TO WS-ACCT-EXC.
           MOVE WS-SUB-CURRENCY TO WS-ACCT-CURR.
           IF WS-ACCT-CURR = SPACES
              MOVE 'TRY' TO WS-ACCT-CURR
           END-IF.
       H165-END. EXIT.

      *****************************************************************
      * Refuses the run before any transaction is applied - nothing
      * has been moved and the job ends with condition code 8.
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
           MOVE 'PBTDMNT ' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBTDMNT '
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
              MOVE 'PBTDMNT ' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-TOTAL.
           PERFORM H210-VALIDATE-TRAN.
           IF WS-VALID-FAILED
              ADD 1 TO WS-CNT-REJECT
           ELSE
              EVALUATE TRAN-OPT
                 WHEN 'P'
                    PERFORM H220-PLACE-DEPOSIT
                 WHEN 'R'
                    PERFORM H230-SET-ROLLOVER
                 WHEN 'B'
                    PERFORM H240-REQUEST-BREAK
              END-EVALUATE
           END-IF.
           PERFORM H280-WRITE-AUDIT.
           PERFORM H130-READ-TRAN.
       H200-END. EXIT.

      *****************************************************************
      * Rejects a transaction before it ever touches TD-FILE or an
      * account - unknown operation code, a zero deposit number, and
      * for a placement a missing funding account, a non-positive
      * principal or rate, a maturity date that is not a real
      * calendar date after the run date, or a rollover code other
      * than Y/N; a rollover change is edited on its code alone and
      * a break on the deposit number alone. A placement that passes
      * is then checked against the funding account itself.
      *****************************************************************
       H210-VALIDATE-TRAN.
           SET WS-VALID-PASSED TO TRUE.
           MOVE 0 TO WS-TRAN-RC.
           MOVE "ISLEM KABUL EDILDI." TO WS-TRAN-MSG.
           PERFORM H215-VALIDATE-DATE.
           IF TRAN-OPT NOT = 'P' AND TRAN-OPT NOT = 'R'
                               AND TRAN-OPT NOT = 'B'
              SET WS-VALID-FAILED TO TRUE
              MOVE 90 TO WS-TRAN-RC
              MOVE "ISLEM KODU GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-NO NOT > 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 91 TO WS-TRAN-RC
              MOVE "MEVDUAT NO GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-OPT = 'B'
              CONTINUE
           ELSE IF TRAN-ROLLOVER NOT = 'Y' AND TRAN-ROLLOVER NOT = 'N'
              SET WS-VALID-FAILED TO TRUE
              MOVE 98 TO WS-TRAN-RC
              MOVE "YENILEME KODU GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-OPT = 'R'
              CONTINUE
           ELSE IF TRAN-FUND-ID NOT > 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 91 TO WS-TRAN-RC
              MOVE "HESAP NUMARASI GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-AMOUNT NOT > 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 92 TO WS-TRAN-RC
              MOVE "TUTAR GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-RATE NOT NUMERIC OR TRAN-RATE NOT > 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 88 TO WS-TRAN-RC
              MOVE "FAIZ ORANI GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-MAT-DATE NOT > WS-TODAY-RED OR
                   NOT WS-DATE-VALID
              SET WS-VALID-FAILED TO TRUE
              MOVE 93 TO WS-TRAN-RC
              MOVE "VADE TARIHI GECERSIZ." TO WS-TRAN-MSG
           ELSE
              PERFORM H218-CHECK-FUNDING
           END-IF.
       H210-END. EXIT.

      *****************************************************************
      * Same calendar edit PBSOMNT applies to a due date - month/day
      * range first, then INTEGER-OF-DATE to catch the in-range
      * impossible dates, which it reports by returning zero.
      *****************************************************************
       H215-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK.
           IF TRAN-MAT-DATE > 0
              DIVIDE TRAN-MAT-DATE BY 100
                 GIVING WS-DATE-CCYYMM REMAINDER WS-DATE-DD
              DIVIDE WS-DATE-CCYYMM BY 100
                 GIVING WS-DATE-CCYY REMAINDER WS-DATE-MM
              IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
                 WS-DATE-DD < 1 OR WS-DATE-DD > 31
                 MOVE 'N' TO WS-DATE-OK
              ELSE
                 COMPUTE WS-DATE-FULL = 19000000 + TRAN-MAT-DATE
                 COMPUTE WS-DATE-CHK-INT =
                         FUNCTION INTEGER-OF-DATE (WS-DATE-FULL)
                 IF WS-DATE-CHK-INT = 0
                    MOVE 'N' TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.
       H215-END. EXIT.

      *****************************************************************
      * The funding account must be live on IDX-FILE and open for
      * movement, and its currency must have a pool account on the
      * control card - the deposit takes the account's branch and
      * currency, so both are settled here before anything moves.
      *****************************************************************
       H218-CHECK-FUNDING.
           MOVE TRAN-FUND-ID TO WS-SUB-ID.
           PERFORM H165-CALL-READ.
           IF WS-SUB-RC NOT = 0 AND WS-SUB-RC NOT = 97
              SET WS-VALID-FAILED TO TRUE
              MOVE 96 TO WS-TRAN-RC
              MOVE "KAYNAK HESAP BULUNAMADI." TO WS-TRAN-MSG
           ELSE IF WS-SUB-STATUS = 'C' OR WS-SUB-STATUS = 'F'
              SET WS-VALID-FAILED TO TRUE
              MOVE 97 TO WS-TRAN-RC
              MOVE "KAYNAK HESAP KAPALI VEYA BLOKELI." TO WS-TRAN-MSG
           ELSE
              MOVE 0 TO WS-POOL-ID
              PERFORM H219-FIND-POOL
                 VARYING WS-POOL-IDX FROM 1 BY 1
                 UNTIL WS-POOL-IDX > 5 OR WS-POOL-ID > 0
              IF WS-POOL-ID = 0
                 SET WS-VALID-FAILED TO TRUE
                 MOVE 89 TO WS-TRAN-RC
                 MOVE "PARA BIRIMI ICIN HAVUZ HESABI YOK."
                      TO WS-TRAN-MSG
              END-IF
           END-IF.
       H218-END. EXIT.

       H219-FIND-POOL.
           IF CTL-POOL-ID (WS-POOL-IDX) > 0 AND
              CTL-POOL-CURR (WS-POOL-IDX) = WS-ACCT-CURR
              MOVE CTL-POOL-ID (WS-POOL-IDX) TO WS-POOL-ID
           END-IF.
       H219-END. EXIT.

      *****************************************************************
      * Books a new deposit. The deposit number must be free, then
      * the principal is moved from the funding account to the
      * currency's pool account through PBSUB's transfer function;
      * only a clean transfer writes the deposit row. PBSUB's own
      * posting line goes to the audit log ahead of the transaction
      * line, the way PBSOEXEC reports a posted order.
      *****************************************************************
       H220-PLACE-DEPOSIT.
           MOVE TRAN-NO TO TD-NO.
           READ TD-FILE KEY TD-KEY
              INVALID KEY
                 PERFORM H225-POST-PLACEMENT
              NOT INVALID KEY
                 MOVE 94 TO WS-TRAN-RC
                 MOVE "MEVDUAT ZATEN MEVCUT." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
           END-READ.
       H220-END. EXIT.

       H225-POST-PLACEMENT.
           SET WS-SUB-FUNC-XFER TO TRUE.
           MOVE TRAN-FUND-ID TO WS-SUB-ID.
           MOVE WS-POOL-ID TO WS-SUB-END-ID.
           MOVE TRAN-AMOUNT TO WS-SUB-BALANCE.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SURNAME.
           MOVE ZEROES TO WS-SUB-EXC.
           MOVE ZEROES TO WS-SUB-DATE.
           MOVE SPACES TO WS-SUB-STATUS.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE WS-SUB-DESC TO AUD-DESC.
           WRITE AUD-REC.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              PERFORM H227-WRITE-DEPOSIT
           ELSE
              MOVE WS-SUB-RC TO WS-TRAN-RC
              MOVE "HAVALE REDDEDILDI, MEVDUAT ACILMADI."
                   TO WS-TRAN-MSG
              ADD 1 TO WS-CNT-REJECT
           END-IF.
       H225-END. EXIT.

      *    The transfer has already moved the principal - a row that
      *    then cannot be written leaves money on the pool account
      *    with no deposit behind it, and the run ends with code 8.
       H227-WRITE-DEPOSIT.
           MOVE TRAN-NO TO TD-NO.
           MOVE TRAN-FUND-ID TO TD-FUND-ID.
           MOVE WS-POOL-ID TO TD-POOL-ID.
           MOVE WS-ACCT-EXC TO TD-EXC.
           MOVE TRAN-AMOUNT TO TD-PRINCIPAL.
           MOVE WS-ACCT-CURR TO TD-CURRENCY.
           MOVE TRAN-RATE TO TD-RATE.
           MOVE WS-TODAY-RED TO TD-START-DATE.
           MOVE TRAN-MAT-DATE TO TD-MAT-DATE.
           MOVE TRAN-ROLLOVER TO TD-ROLLOVER.
           SET TD-ST-ACTIVE TO TRUE.
           MOVE 0 TO TD-BREAK-DATE.
           MOVE 0 TO TD-CLOSE-DATE.
           MOVE 0 TO TD-ROLL-COUNT.
           MOVE 0 TO TD-PAID-GROSS.
           MOVE 0 TO TD-PAID-TAX.
           WRITE TD-REC
              INVALID KEY
                 MOVE 99 TO WS-TRAN-RC
                 MOVE "MEVDUAT YAZILAMADI, HAVUZU KONTROL ET."
                      TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE 0 TO WS-TRAN-RC
                 MOVE "MEVDUAT ACILDI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-PLACED
                 ADD TRAN-AMOUNT TO WS-AMT-PLACED
           END-WRITE.
       H227-END. EXIT.

       H230-SET-ROLLOVER.
           MOVE TRAN-NO TO TD-NO.
           READ TD-FILE KEY TD-KEY
              INVALID KEY
                 MOVE 95 TO WS-TRAN-RC
                 MOVE "MEVDUAT BULUNAMADI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 IF NOT TD-ST-ACTIVE
                    MOVE 87 TO WS-TRAN-RC
                    MOVE "MEVDUAT AKTIF DEGIL." TO WS-TRAN-MSG
                    ADD 1 TO WS-CNT-REJECT
                 ELSE
                    MOVE TRAN-ROLLOVER TO TD-ROLLOVER
                    REWRITE TD-REC
                    MOVE 0 TO WS-TRAN-RC
                    MOVE "YENILEME TALIMATI GUNCELLENDI."
                         TO WS-TRAN-MSG
                    ADD 1 TO WS-CNT-ROLL
                 END-IF
           END-READ.
       H230-END. EXIT.

      *****************************************************************
      * Marks a live deposit for early payout on the run date. The
      * money does not move here - PBTDMAT pays the principal and
      * the reduced interest out that night. A deposit already at
      * or past maturity is paid in full by PBTDMAT and cannot be
      * broken, and a break is only asked for once.
      *****************************************************************
       H240-REQUEST-BREAK.
           MOVE TRAN-NO TO TD-NO.
           READ TD-FILE KEY TD-KEY
              INVALID KEY
                 MOVE 95 TO WS-TRAN-RC
                 MOVE "MEVDUAT BULUNAMADI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 IF NOT TD-ST-ACTIVE
                    MOVE 87 TO WS-TRAN-RC
                    MOVE "MEVDUAT AKTIF DEGIL." TO WS-TRAN-MSG
                    ADD 1 TO WS-CNT-REJECT
                 ELSE IF TD-BREAK-DATE NOT = 0
                    MOVE 86 TO WS-TRAN-RC
                    MOVE "BOZMA TALEBI ZATEN MEVCUT." TO WS-TRAN-MSG
                    ADD 1 TO WS-CNT-REJECT
                 ELSE IF TD-MAT-DATE NOT > WS-TODAY-RED
                    MOVE 85 TO WS-TRAN-RC
                    MOVE "VADE GELDI, BOZMA YAPILAMAZ." TO WS-TRAN-MSG
                    ADD 1 TO WS-CNT-REJECT
                 ELSE
                    MOVE WS-TODAY-RED TO TD-BREAK-DATE
                    REWRITE TD-REC
                    MOVE 0 TO WS-TRAN-RC
                    MOVE "BOZMA TALEBI ALINDI." TO WS-TRAN-MSG
                    ADD 1 TO WS-CNT-BREAK
                 END-IF
           END-READ.
       H240-END. EXIT.

      *****************************************************************
      * One audit line per transaction, accepted or rejected - the
      * transaction as keyed, the return code, and the reason.
      *****************************************************************
       H280-WRITE-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE TRAN-OPT TO WS-AUD-OPT.
           MOVE TRAN-NO TO WS-AUD-NO.
           MOVE TRAN-FUND-ID TO WS-AUD-FUND.
           MOVE TRAN-AMOUNT TO WS-AUD-AMOUNT.
           MOVE TRAN-RATE TO WS-AUD-RATE.
           MOVE TRAN-MAT-DATE TO WS-AUD-DATE.
           MOVE TRAN-ROLLOVER TO WS-AUD-ROLL.
           MOVE WS-TRAN-RC TO WS-AUD-RC.
           MOVE WS-TRAN-MSG TO WS-AUD-MSG.
           MOVE WS-AUDIT-LINE TO AUD-DESC.
           WRITE AUD-REC.
       H280-END. EXIT.

      *****************************************************************
      * End-of-job totals - placements, rollover changes, break
      * requests, rejects, the whole batch, and the principal moved
      * onto the pool accounts this run.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO AUD-REC.
           WRITE AUD-REC.
           MOVE "*** VADELI MEVDUAT BAKIM RAPORU ***" TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PLACED COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-PLACED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ROLLOVER COUNT:" TO WS-RPT-LABEL.
           MOVE WS-CNT-ROLL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BREAK COUNT   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-BREAK TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REJECT COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-REJECT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "TOTAL PROCESS :" TO WS-RPT-LABEL.
           MOVE WS-CNT-TOTAL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "PLACED AMOUNT :" TO WS-AMT-LABEL.
           MOVE WS-AMT-PLACED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO AUD-DESC.
           WRITE AUD-REC.
       H310-END. EXIT.

       H300-TERMINATE.
           IF WS-SESSION-OPENED
              PERFORM H140-CLOSE-SESSION
           END-IF.
           IF ST-AUDITFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 TRAN-FILE
                 TD-FILE
                 AUDIT-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
