      *****************************************************************
      * Program name:    PBCMMRG
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Customer merge and split batch. PBCMCNV gave one customer
      * number to every distinct name/surname pair it found on the
      * accounts, so a spelling difference left one person under two
      * numbers and two namesakes under one - PBCMMNT can correct a
      * master row but cannot move an account from one number to
      * another. This job can, from an edited, audited transaction
      * stream (the candidates come from PBCMDUP's report):
      *
      * - a merge ('M') re-points every account carrying the source
      *   customer number to the target number and, once all of
      *   them have moved, deletes the emptied source master row;
      * - a split ('S') creates the target customer on the master
      *   from the name and surname on the card and moves the
      *   accounts listed on the card to it - at most ten, each of
      *   which must carry the source number, and never all of the
      *   source's accounts (that is a merge).
      *
      * Who owns which account is taken from PBSUB's own full SCAN
      * dump, asked for once up front and kept up to date as cards
      * are accepted, so a later card in the same batch sees the
      * earlier ones. Every move goes through PBSUB (the CMOVE
      * function), which rewrites IDX-CUST-NO and the IDX-SURNAME
      * search copy together and writes the HIST-FILE row; PBCMMRG
      * never opens IDX-FILE itself. Like PBCMMNT's surname syncs,
      * the moves are queued while CUST-FILE is open here and sent
      * only after it is closed. Standing orders on SO-FILE name
      * accounts, not customers, so they follow their accounts
      * without being rewritten - the orders touching a moved
      * account are listed on the audit log for the branch to see.
      * Statements, the deposit insurance report and the AML
      * monitor all find the owner through IDX-CUST-NO on every run
      * and follow the accounts the same way.
      *
      * Accepted and rejected transactions alike are written to the
      * audit log with a return code and reason, followed by one
      * line per account moved and one per merged customer deleted.
      * A move PBSUB refused leaves its merge source on the master
      * and ends the job with condition code 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBCMMRG.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO MGTRAN
                           STATUS ST-TRANFILE.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                           STATUS ST-CUSTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUST-KEY.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT SO-FILE ASSIGN TO SOFILE
                           STATUS ST-SOFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY SO-KEY.
           SELECT AUDIT-FILE ASSIGN TO MGAUDIT
                           STATUS ST-AUDITFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    One card per merge or split. TRAN-NAME/TRAN-SURNAME are
      *    the new customer's on a split and unused on a merge;
      *    TRAN-ACC-ID lists a split's accounts, zero meaning unused.
       FD TRAN-FILE RECORDING MODE F.
       01 TRAN-REC.
           03 TRAN-OPT             PIC X(01).
           03 TRAN-FROM-CUST       PIC 9(05).
           03 TRAN-TO-CUST         PIC 9(05).
           03 TRAN-NAME            PIC X(15).
           03 TRAN-SURNAME         PIC X(15).
           03 TRAN-ACC-ID          PIC 9(05) OCCURS 10 TIMES.
      *    CUST-REC mirrors PBSUB's own copy field for field - this
      *    job adds a split's new customer and deletes a merged one,
      *    the same writes PBCMMNT makes.
       FD CUST-FILE.
       01 CUST-REC.
           03 CUST-KEY.
                05 CUST-NO         PIC S9(5) COMP-3.
           03 CUST-NAME            PIC X(15).
           03 CUST-SURNAME         PIC X(15).
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBCMMRG only reads it.
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
      *    SO-REC mirrors PBSOMNT's own copy field for field -
      *    PBSOMNT owns the orders; this job only reads them.
       FD SO-FILE.
       01 SO-REC.
           03 SO-KEY.
                05 SO-NO           PIC S9(5) COMP-3.
           03 SO-SRC-ID            PIC S9(5) COMP-3.
           03 SO-TGT-ID            PIC S9(5) COMP-3.
           03 SO-AMOUNT            PIC S9(15) COMP-3.
           03 SO-FREQ              PIC X(01).
              88 SO-FREQ-DAILY        VALUE 'D'.
              88 SO-FREQ-WEEKLY       VALUE 'W'.
              88 SO-FREQ-MONTHLY      VALUE 'M'.
           03 SO-NEXT-DUE          PIC S9(7) COMP-3.
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
           05 ST-TRANFILE          PIC 9(02).
              88 ST-TRANFILE-OK        VALUE 00.
              88 ST-TRANFILE-EOF       VALUE 10.
           05 ST-CUSTFILE          PIC 9(02).
              88 ST-CUSTFILE-OK        VALUE 00 97.
           05 ST-SCANFILE          PIC 9(02).
              88 ST-SCANFILE-OK        VALUE 00.
              88 ST-SCANFILE-EOF       VALUE 10.
           05 ST-SOFILE            PIC 9(02).
              88 ST-SOFILE-OK          VALUE 00 97.
              88 ST-SOFILE-EOF         VALUE 10.
           05 ST-AUDITFILE         PIC 9(02).
              88 ST-AUDITFILE-OK       VALUE 00.
           05 WS-VALID-OK          PIC X(01).
              88 WS-VALID-PASSED       VALUE 'Y'.
              88 WS-VALID-FAILED       VALUE 'N'.
           05 WS-TRAN-RC           PIC 9(02).
           05 WS-TRAN-MSG          PIC X(40).
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
      *    Who owns each account, as the SCAN dump gave it and as
      *    the cards accepted so far have moved it, with the
      *    balance and currency the audit lines show. WS-ACC-MOVED
      *    is set once PBSUB has actually moved the account, and
      *    picks out the standing orders that follow it.
           05 WS-ACC-TABLE.
              07 WS-ACC-ENTRY OCCURS 99999 TIMES.
                 09 WS-ACC-CUST       PIC 9(05).
                 09 WS-ACC-BALANCE    PIC S9(15) COMP-3.
                 09 WS-ACC-CURR       PIC X(03).
                 09 WS-ACC-MOVED      PIC X(01).
      *    How many accounts each customer number carries, kept up
      *    to date the same way. WS-CUST-STATE 'D' marks a merge
      *    source - no later card in the batch may name it.
           05 WS-CUST-TABLE.
              07 WS-CUST-ENTRY OCCURS 99999 TIMES.
                 09 WS-CUST-ACCS      PIC S9(05) COMP.
                 09 WS-CUST-STATE     PIC X(01).
           05 WS-ACC-IDX           PIC S9(06) COMP.
           05 WS-LST-IDX           PIC S9(04) COMP.
           05 WS-DUP-IDX           PIC S9(04) COMP.
           05 WS-LST-CNT           PIC S9(04) COMP.
           05 WS-NEED-CNT          PIC S9(06) COMP.
           05 WS-MOVE-ACC          PIC 9(05).
      *    The accepted cards, and the account moves they queued in
      *    card order - sent to PBSUB only after CUST-FILE is closed,
      *    the discipline PBCMMNT follows with its surname syncs.
      *    WS-CD-FAIL counts the card's moves PBSUB refused; a merge
      *    deletes its source only when that is still zero.
           05 WS-CARD-CNT          PIC S9(04) COMP.
           05 WS-CARD-IDX          PIC S9(04) COMP.
           05 WS-CARD-TABLE.
              07 WS-CARD-ENTRY OCCURS 500 TIMES.
                 09 WS-CD-OPT         PIC X(01).
                 09 WS-CD-FROM        PIC 9(05).
                 09 WS-CD-TO          PIC 9(05).
                 09 WS-CD-FAIL        PIC S9(05) COMP.
           05 WS-MOVE-CNT          PIC S9(06) COMP.
           05 WS-MOVE-IDX          PIC S9(06) COMP.
           05 WS-MOVE-TABLE.
              07 WS-MOVE-ENTRY OCCURS 5000 TIMES.
                 09 WS-MV-ID          PIC 9(05).
                 09 WS-MV-FROM        PIC 9(05).
                 09 WS-MV-TO          PIC 9(05).
                 09 WS-MV-CARD        PIC S9(04) COMP.
           05 WS-CNT-MERGE         PIC 9(07).
           05 WS-CNT-SPLIT         PIC 9(07).
           05 WS-CNT-REJECT        PIC 9(07).
           05 WS-CNT-TOTAL         PIC 9(07).
           05 WS-CNT-MOVED         PIC 9(07).
           05 WS-CNT-MOVE-FAIL     PIC 9(07).
           05 WS-CNT-DELETED       PIC 9(07).
           05 WS-CNT-KEPT          PIC 9(07).
           05 WS-CNT-ORDERS        PIC 9(07).
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
                 88 WS-SUB-FUNC-CMOVE    VALUE 16.
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
              07 WS-AUD-FROM          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-AUD-TO            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-AUD-NAME          PIC X(15).
              07 FILLER               PIC X(01).
              07 WS-AUD-SURNAME       PIC X(15).
              07 FILLER               PIC X(01).
              07 WS-AUD-ACCS          PIC ZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-AUD-RC            PIC 9(02).
              07 FILLER               PIC X(01).
              07 WS-AUD-MSG           PIC X(40).
              07 FILLER               PIC X(23).
      *    One account moved (or refused), as PBSUB answered.
           05 WS-MOVE-LINE.
              07 WS-MVL-TAG           PIC X(08).
              07 WS-MVL-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-MVL-FROM          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-MVL-TO            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-MVL-BALANCE       PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-MVL-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-MVL-RC            PIC 9(02).
              07 FILLER               PIC X(01).
              07 WS-MVL-MSG           PIC X(40).
              07 FILLER               PIC X(28).
      *    One standing order whose source or target account moved.
           05 WS-ORDER-LINE.
              07 WS-SOL-TAG           PIC X(09).
              07 WS-SOL-NO            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-SOL-SRC           PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-SOL-TGT           PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-SOL-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-SOL-FREQ          PIC X(01).
              07 FILLER               PIC X(01).
              07 WS-SOL-MSG           PIC X(40).
              07 FILLER               PIC X(32).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL ST-TRANFILE-EOF.
           PERFORM H400-APPLY-MOVES.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-MERGE.
           MOVE 0 TO WS-CNT-SPLIT.
           MOVE 0 TO WS-CNT-REJECT.
           MOVE 0 TO WS-CNT-TOTAL.
           MOVE 0 TO WS-CNT-MOVED.
           MOVE 0 TO WS-CNT-MOVE-FAIL.
           MOVE 0 TO WS-CNT-DELETED.
           MOVE 0 TO WS-CNT-KEPT.
           MOVE 0 TO WS-CNT-ORDERS.
           MOVE 0 TO WS-CARD-CNT.
           MOVE 0 TO WS-MOVE-CNT.
           INITIALIZE WS-ACC-TABLE.
           INITIALIZE WS-CUST-TABLE.
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
           PERFORM H110-LOAD-ACCOUNTS.
           OPEN I-O CUST-FILE.
           IF NOT ST-CUSTFILE-OK
              DISPLAY "CUST-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CUSTFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           PERFORM H130-READ-TRAN.
       H100-END. EXIT.

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
           MOVE 'PBCMMRG ' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBCMMRG '
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
              MOVE 'PBCMMRG ' TO RUN-JOB
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
      * SCAN-FILE and records every account's owner, balance and
      * currency, and every customer number's account count - the
      * edits below check these tables, so PBCMMRG never opens
      * IDX-FILE on its own.
      *****************************************************************
       H110-LOAD-ACCOUNTS.
           SET WS-SUB-FUNC-SCAN TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           OPEN INPUT SCAN-FILE.
           IF NOT ST-SCANFILE-OK
              DISPLAY "SCAN-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SCANFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           PERFORM H115-LOAD-ACCOUNT UNTIL ST-SCANFILE-EOF.
           CLOSE SCAN-FILE.
       H110-END. EXIT.

       H115-LOAD-ACCOUNT.
           READ SCAN-FILE
              AT END
                 SET ST-SCANFILE-EOF TO TRUE
              NOT AT END
                 MOVE SCAN-CUST-NO TO WS-ACC-CUST (SCAN-ID)
                 MOVE SCAN-BALANCE TO WS-ACC-BALANCE (SCAN-ID)
                 MOVE SCAN-CURRENCY TO WS-ACC-CURR (SCAN-ID)
                 IF SCAN-CUST-NO > 0
                    ADD 1 TO WS-CUST-ACCS (SCAN-CUST-NO)
                 END-IF
           END-READ.
       H115-END. EXIT.

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

      *****************************************************************
      * A run that cannot start - an input or the audit log missing
      * - ends with condition code 8 before any card is applied.
      *****************************************************************
       H190-REFUSE-RUN.
           MOVE 8 TO RETURN-CODE.
           PERFORM H300-TERMINATE.
       H190-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-TOTAL.
           MOVE 0 TO WS-NEED-CNT.
           PERFORM H210-VALIDATE-TRAN.
           IF WS-VALID-FAILED
              ADD 1 TO WS-CNT-REJECT
           ELSE
              EVALUATE TRAN-OPT
                 WHEN 'M'
                    PERFORM H220-QUEUE-MERGE
                 WHEN 'S'
                    PERFORM H230-QUEUE-SPLIT
              END-EVALUATE
           END-IF.
           PERFORM H280-WRITE-AUDIT.
           PERFORM H130-READ-TRAN.
       H200-END. EXIT.

      *****************************************************************
      * Rejects a transaction before it ever touches CUST-FILE, each
      * edit with its own return code and reason: 90 unknown
      * operation, 91 a zero customer number or the same number on
      * both sides, 99 a number an earlier merge in this batch has
      * already emptied, 92 a split's blank name or surname, 95 a
      * customer missing from the master, 94 a split target already
      * on it, 93 a split with no account listed or one listed
      * twice, 96 a listed account the source does not own, 97 a
      * split that would move every account the source has, and 98
      * a batch too large for one run.
      *****************************************************************
       H210-VALIDATE-TRAN.
           SET WS-VALID-PASSED TO TRUE.
           MOVE 0 TO WS-TRAN-RC.
           MOVE "ISLEM KABUL EDILDI." TO WS-TRAN-MSG.
           IF TRAN-OPT NOT = 'M' AND TRAN-OPT NOT = 'S'
              SET WS-VALID-FAILED TO TRUE
              MOVE 90 TO WS-TRAN-RC
              MOVE "ISLEM KODU GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-FROM-CUST NOT > 0 OR TRAN-TO-CUST NOT > 0 OR
                   TRAN-FROM-CUST = TRAN-TO-CUST
              SET WS-VALID-FAILED TO TRUE
              MOVE 91 TO WS-TRAN-RC
              MOVE "MUSTERI NO GECERSIZ." TO WS-TRAN-MSG
           ELSE IF WS-CUST-STATE (TRAN-FROM-CUST) = 'D' OR
                   WS-CUST-STATE (TRAN-TO-CUST) = 'D'
              SET WS-VALID-FAILED TO TRUE
              MOVE 99 TO WS-TRAN-RC
              MOVE "MUSTERI BU PARTIDE BIRLESTIRILDI." TO WS-TRAN-MSG
           ELSE IF TRAN-OPT = 'S' AND
                   (TRAN-NAME = SPACES OR TRAN-SURNAME = SPACES)
              SET WS-VALID-FAILED TO TRUE
              MOVE 92 TO WS-TRAN-RC
              MOVE "AD/SOYAD BOS GECILEMEZ." TO WS-TRAN-MSG
           END-IF.
           IF WS-VALID-PASSED
              PERFORM H212-CHECK-MASTER
           END-IF.
           IF WS-VALID-PASSED AND TRAN-OPT = 'S'
              PERFORM H214-CHECK-LIST
           END-IF.
           IF WS-VALID-PASSED AND TRAN-OPT = 'M'
              MOVE WS-CUST-ACCS (TRAN-FROM-CUST) TO WS-NEED-CNT
           END-IF.
           IF WS-VALID-PASSED AND
              (WS-CARD-CNT = 500 OR
               WS-MOVE-CNT + WS-NEED-CNT > 5000)
              SET WS-VALID-FAILED TO TRUE
              MOVE 98 TO WS-TRAN-RC
              MOVE "PARTI KAPASITESI DOLU." TO WS-TRAN-MSG
           END-IF.
       H210-END. EXIT.

      *****************************************************************
      * Both customers of a merge must be on the master; a split's
      * source must be, and its target must not be yet.
      *****************************************************************
       H212-CHECK-MASTER.
           MOVE TRAN-FROM-CUST TO CUST-NO.
           READ CUST-FILE KEY CUST-KEY
              INVALID KEY
                 SET WS-VALID-FAILED TO TRUE
                 MOVE 95 TO WS-TRAN-RC
                 MOVE "KAYNAK MUSTERI KAYDI BULUNAMADI."
                      TO WS-TRAN-MSG
           END-READ.
           IF WS-VALID-PASSED
              MOVE TRAN-TO-CUST TO CUST-NO
              READ CUST-FILE KEY CUST-KEY
                 INVALID KEY
                    IF TRAN-OPT = 'M'
                       SET WS-VALID-FAILED TO TRUE
                       MOVE 95 TO WS-TRAN-RC
                       MOVE "HEDEF MUSTERI KAYDI BULUNAMADI."
                            TO WS-TRAN-MSG
                    END-IF
                 NOT INVALID KEY
                    IF TRAN-OPT = 'S'
                       SET WS-VALID-FAILED TO TRUE
                       MOVE 94 TO WS-TRAN-RC
                       MOVE "MUSTERI KAYDI ZATEN MEVCUT."
                            TO WS-TRAN-MSG
                    END-IF
              END-READ
           END-IF.
       H212-END. EXIT.

      *****************************************************************
      * A split's account list - every listed account must carry the
      * source number as the batch stands, none may be listed twice,
      * and at least one must be, but not all the source has.
      *****************************************************************
       H214-CHECK-LIST.
           MOVE 0 TO WS-LST-CNT.
           PERFORM H215-CHECK-ACCOUNT
              VARYING WS-LST-IDX FROM 1 BY 1
              UNTIL WS-LST-IDX > 10 OR WS-VALID-FAILED.
           IF WS-VALID-PASSED AND WS-LST-CNT = 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 93 TO WS-TRAN-RC
              MOVE "HESAP LISTESI BOS VEYA TEKRARLI." TO WS-TRAN-MSG
           END-IF.
           IF WS-VALID-PASSED AND
              WS-LST-CNT NOT < WS-CUST-ACCS (TRAN-FROM-CUST)
              SET WS-VALID-FAILED TO TRUE
              MOVE 97 TO WS-TRAN-RC
              MOVE "TUM HESAPLAR TASINAMAZ - BIRLESTIRIN."
                   TO WS-TRAN-MSG
           END-IF.
           MOVE WS-LST-CNT TO WS-NEED-CNT.
       H214-END. EXIT.

       H215-CHECK-ACCOUNT.
           IF TRAN-ACC-ID (WS-LST-IDX) > 0
              ADD 1 TO WS-LST-CNT
              IF WS-ACC-CUST (TRAN-ACC-ID (WS-LST-IDX)) NOT =
                 TRAN-FROM-CUST
                 SET WS-VALID-FAILED TO TRUE
                 MOVE 96 TO WS-TRAN-RC
                 MOVE "HESAP KAYNAK MUSTERIYE AIT DEGIL."
                      TO WS-TRAN-MSG
              ELSE
                 PERFORM H216-CHECK-REPEAT
                    VARYING WS-DUP-IDX FROM 1 BY 1
                    UNTIL WS-DUP-IDX = WS-LST-IDX OR WS-VALID-FAILED
              END-IF
           END-IF.
       H215-END. EXIT.

       H216-CHECK-REPEAT.
           IF TRAN-ACC-ID (WS-DUP-IDX) = TRAN-ACC-ID (WS-LST-IDX)
              SET WS-VALID-FAILED TO TRUE
              MOVE 93 TO WS-TRAN-RC
              MOVE "HESAP LISTESI BOS VEYA TEKRARLI." TO WS-TRAN-MSG
           END-IF.
       H216-END. EXIT.

      *****************************************************************
      * A merge queues a move for every account the source carries
      * as the batch stands and marks the source as emptied, so no
      * later card can name it; its master row is deleted after
      * the moves, once PBSUB has taken every one of them.
      *****************************************************************
       H220-QUEUE-MERGE.
           PERFORM H225-ADD-CARD.
           PERFORM H226-QUEUE-IF-SOURCE
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > 99999.
           MOVE 'D' TO WS-CUST-STATE (TRAN-FROM-CUST).
           MOVE "BIRLESTIRME KUYRUGA ALINDI." TO WS-TRAN-MSG.
           ADD 1 TO WS-CNT-MERGE.
       H220-END. EXIT.

       H225-ADD-CARD.
           ADD 1 TO WS-CARD-CNT.
           MOVE TRAN-OPT TO WS-CD-OPT (WS-CARD-CNT).
           MOVE TRAN-FROM-CUST TO WS-CD-FROM (WS-CARD-CNT).
           MOVE TRAN-TO-CUST TO WS-CD-TO (WS-CARD-CNT).
           MOVE 0 TO WS-CD-FAIL (WS-CARD-CNT).
       H225-END. EXIT.

       H226-QUEUE-IF-SOURCE.
           IF WS-ACC-CUST (WS-ACC-IDX) = TRAN-FROM-CUST
              MOVE WS-ACC-IDX TO WS-MOVE-ACC
              PERFORM H240-QUEUE-MOVE
           END-IF.
       H226-END. EXIT.

      *****************************************************************
      * A split adds its new customer to the master at once - PBSUB
      * refuses a move to a number the master does not carry - and
      * queues a move for each account listed on the card.
      *****************************************************************
       H230-QUEUE-SPLIT.
           MOVE TRAN-TO-CUST TO CUST-NO.
           MOVE TRAN-NAME TO CUST-NAME.
           MOVE TRAN-SURNAME TO CUST-SURNAME.
           WRITE CUST-REC
              INVALID KEY
                 MOVE 94 TO WS-TRAN-RC
                 MOVE "MUSTERI KAYDI ZATEN MEVCUT." TO WS-TRAN-MSG
                 MOVE 0 TO WS-NEED-CNT
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 PERFORM H225-ADD-CARD
                 PERFORM H235-QUEUE-LISTED
                    VARYING WS-LST-IDX FROM 1 BY 1
                    UNTIL WS-LST-IDX > 10
                 MOVE "BOLME KUYRUGA ALINDI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-SPLIT
           END-WRITE.
       H230-END. EXIT.

       H235-QUEUE-LISTED.
           IF TRAN-ACC-ID (WS-LST-IDX) > 0
              MOVE TRAN-ACC-ID (WS-LST-IDX) TO WS-MOVE-ACC
              PERFORM H240-QUEUE-MOVE
           END-IF.
       H235-END. EXIT.

      *****************************************************************
      * Queues one account's move under the current card and moves
      * it in the tables at once, so the edits of every later card
      * see the batch as it will stand.
      *****************************************************************
       H240-QUEUE-MOVE.
           ADD 1 TO WS-MOVE-CNT.
           MOVE WS-MOVE-ACC TO WS-MV-ID (WS-MOVE-CNT).
           MOVE TRAN-FROM-CUST TO WS-MV-FROM (WS-MOVE-CNT).
           MOVE TRAN-TO-CUST TO WS-MV-TO (WS-MOVE-CNT).
           MOVE WS-CARD-CNT TO WS-MV-CARD (WS-MOVE-CNT).
           MOVE TRAN-TO-CUST TO WS-ACC-CUST (WS-MOVE-ACC).
           SUBTRACT 1 FROM WS-CUST-ACCS (TRAN-FROM-CUST).
           ADD 1 TO WS-CUST-ACCS (TRAN-TO-CUST).
       H240-END. EXIT.

      *****************************************************************
      * One audit line per transaction, accepted or rejected - the
      * transaction as keyed, how many accounts it queued, the
      * return code, and the reason.
      *****************************************************************
       H280-WRITE-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE TRAN-OPT TO WS-AUD-OPT.
           MOVE TRAN-FROM-CUST TO WS-AUD-FROM.
           MOVE TRAN-TO-CUST TO WS-AUD-TO.
           MOVE TRAN-NAME TO WS-AUD-NAME.
           MOVE TRAN-SURNAME TO WS-AUD-SURNAME.
           IF WS-TRAN-RC = 0
              MOVE WS-NEED-CNT TO WS-AUD-ACCS
           ELSE
              MOVE 0 TO WS-AUD-ACCS
           END-IF.
           MOVE WS-TRAN-RC TO WS-AUD-RC.
           MOVE WS-TRAN-MSG TO WS-AUD-MSG.
           MOVE WS-AUDIT-LINE TO AUD-DESC.
           WRITE AUD-REC.
       H280-END. EXIT.

      *****************************************************************
      * Applies the batch once every card is edited. CUST-FILE is
      * closed first - PBSUB opens it itself on the session OPEN -
      * then the queued moves go to PBSUB's CMOVE in card order
      * inside one session, each answered by an audit line. The
      * master is reopened to delete every merge source whose moves
      * all went through, and the standing orders that follow a
      * moved account are listed last.
      *****************************************************************
       H400-APPLY-MOVES.
           CLOSE CUST-FILE.
           IF WS-MOVE-CNT > 0
              MOVE SPACES TO AUD-REC
              WRITE AUD-REC
              MOVE "*** HESAP TASIMALARI ***" TO AUD-DESC
              WRITE AUD-REC
              PERFORM H120-OPEN-SESSION
              PERFORM H410-MOVE-ONE
                 VARYING WS-MOVE-IDX FROM 1 BY 1
                 UNTIL WS-MOVE-IDX > WS-MOVE-CNT
              PERFORM H140-CLOSE-SESSION
           END-IF.
           IF WS-CNT-MERGE > 0
              OPEN I-O CUST-FILE
              IF NOT ST-CUSTFILE-OK
                 DISPLAY "CUST-FILE OPEN ERROR"
                 DISPLAY "STATUS CODE: " ST-CUSTFILE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO AUD-REC
                 WRITE AUD-REC
                 MOVE "*** BIRLESEN MUSTERILER ***" TO AUD-DESC
                 WRITE AUD-REC
                 PERFORM H420-CLOSE-MERGE
                    VARYING WS-CARD-IDX FROM 1 BY 1
                    UNTIL WS-CARD-IDX > WS-CARD-CNT
              END-IF
           END-IF.
           IF WS-CNT-MOVED > 0
              PERFORM H430-LIST-ORDERS
           END-IF.
       H400-END. EXIT.

       H410-MOVE-ONE.
           SET WS-SUB-FUNC-CMOVE TO TRUE.
           MOVE WS-MV-ID (WS-MOVE-IDX) TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE WS-MV-TO (WS-MOVE-IDX) TO WS-SUB-CUST.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE SPACES TO WS-MOVE-LINE.
           MOVE "  HESAP" TO WS-MVL-TAG.
           MOVE WS-MV-ID (WS-MOVE-IDX) TO WS-MVL-ID.
           MOVE WS-MV-FROM (WS-MOVE-IDX) TO WS-MVL-FROM.
           MOVE WS-MV-TO (WS-MOVE-IDX) TO WS-MVL-TO.
           MOVE WS-ACC-BALANCE (WS-MV-ID (WS-MOVE-IDX))
                TO WS-MVL-BALANCE.
           MOVE WS-ACC-CURR (WS-MV-ID (WS-MOVE-IDX)) TO WS-MVL-CURR.
           MOVE WS-SUB-RC TO WS-MVL-RC.
           MOVE WS-SUB-DESC (18:40) TO WS-MVL-MSG.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              MOVE 'Y' TO WS-ACC-MOVED (WS-MV-ID (WS-MOVE-IDX))
              ADD 1 TO WS-CNT-MOVED
           ELSE
              ADD 1 TO WS-CD-FAIL (WS-MV-CARD (WS-MOVE-IDX))
              ADD 1 TO WS-CNT-MOVE-FAIL
           END-IF.
           MOVE WS-MOVE-LINE TO AUD-DESC.
           WRITE AUD-REC.
       H410-END. EXIT.

      *****************************************************************
      * Deletes a merge's emptied source from the master - only when
      * PBSUB took every one of its moves; a source still carrying
      * an account keeps its row for the rerun, return code 89.
      *****************************************************************
       H420-CLOSE-MERGE.
           IF WS-CD-OPT (WS-CARD-IDX) = 'M'
              MOVE SPACES TO WS-AUDIT-LINE
              MOVE 'M' TO WS-AUD-OPT
              MOVE WS-CD-FROM (WS-CARD-IDX) TO WS-AUD-FROM
              MOVE WS-CD-TO (WS-CARD-IDX) TO WS-AUD-TO
              MOVE 0 TO WS-AUD-ACCS
              IF WS-CD-FAIL (WS-CARD-IDX) > 0
                 MOVE WS-CD-FAIL (WS-CARD-IDX) TO WS-AUD-ACCS
                 MOVE 89 TO WS-AUD-RC
                 MOVE "HESAP TASINAMADI - MUSTERI SILINMEDI."
                      TO WS-AUD-MSG
                 ADD 1 TO WS-CNT-KEPT
              ELSE
                 MOVE WS-CD-FROM (WS-CARD-IDX) TO CUST-NO
                 DELETE CUST-FILE
                    INVALID KEY
                       MOVE 95 TO WS-AUD-RC
                       MOVE "MUSTERI KAYDI BULUNAMADI." TO WS-AUD-MSG
                       ADD 1 TO WS-CNT-KEPT
                    NOT INVALID KEY
                       MOVE 0 TO WS-AUD-RC
                       MOVE "BIRLESEN MUSTERI SILINDI." TO WS-AUD-MSG
                       ADD 1 TO WS-CNT-DELETED
                 END-DELETE
              END-IF
              MOVE WS-AUDIT-LINE TO AUD-DESC
              WRITE AUD-REC
           END-IF.
       H420-END. EXIT.

      *****************************************************************
      * Lists every standing order with a moved account on either
      * side. The orders name accounts, so they already follow the
      * move - the list is for the branch, nothing is rewritten. A
      * run with no SOFILE allocated has no orders to list, the way
      * PBSUB treats a missing LIMIT-FILE.
      *****************************************************************
       H430-LIST-ORDERS.
           OPEN INPUT SO-FILE.
           IF ST-SOFILE-OK
              MOVE SPACES TO AUD-REC
              WRITE AUD-REC
              MOVE "*** HESABI TASINAN TALIMATLAR ***" TO AUD-DESC
              WRITE AUD-REC
              PERFORM H435-CHECK-ORDER UNTIL ST-SOFILE-EOF
              CLOSE SO-FILE
           END-IF.
       H430-END. EXIT.

       H435-CHECK-ORDER.
           READ SO-FILE NEXT RECORD
              AT END
                 SET ST-SOFILE-EOF TO TRUE
              NOT AT END
                 IF (SO-SRC-ID > 0 AND
                     WS-ACC-MOVED (SO-SRC-ID) = 'Y') OR
                    (SO-TGT-ID > 0 AND
                     WS-ACC-MOVED (SO-TGT-ID) = 'Y')
                    PERFORM H438-WRITE-ORDER
                 END-IF
           END-READ.
       H435-END. EXIT.

       H438-WRITE-ORDER.
           MOVE SPACES TO WS-ORDER-LINE.
           MOVE "  TALIMAT" TO WS-SOL-TAG.
           MOVE SO-NO TO WS-SOL-NO.
           MOVE SO-SRC-ID TO WS-SOL-SRC.
           MOVE SO-TGT-ID TO WS-SOL-TGT.
           MOVE SO-AMOUNT TO WS-SOL-AMOUNT.
           MOVE SO-FREQ TO WS-SOL-FREQ.
           MOVE "TALIMAT HESABI ILE BIRLIKTE TASINDI." TO WS-SOL-MSG.
           MOVE WS-ORDER-LINE TO AUD-DESC.
           WRITE AUD-REC.
           ADD 1 TO WS-CNT-ORDERS.
       H438-END. EXIT.

      *****************************************************************
      * End-of-job totals - merges and splits accepted, rejects, the
      * whole batch, accounts moved and refused, merged customers
      * deleted and kept, and the standing orders that followed,
      * appended to the audit log the way PBCMMNT closes its own.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO AUD-REC.
           WRITE AUD-REC.
           MOVE "*** MUSTERI BIRLESTIRME/BOLME RAPORU ***" TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "MERGE COUNT   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-MERGE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "SPLIT COUNT   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SPLIT TO WS-RPT-COUNT.
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

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ACCOUNT MOVED :" TO WS-RPT-LABEL.
           MOVE WS-CNT-MOVED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "MOVE FAILED   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-MOVE-FAIL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CUST DELETED  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-DELETED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CUST KEPT     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-KEPT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ORDERS FOLLOW :" TO WS-RPT-LABEL.
           MOVE WS-CNT-ORDERS TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.
       H310-END. EXIT.

       H300-TERMINATE.
           IF WS-SESSION-OPENED
              PERFORM H140-CLOSE-SESSION
           END-IF.
           IF ST-AUDITFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE TRAN-FILE
                 CUST-FILE
                 AUDIT-FILE.
           IF WS-CNT-MOVE-FAIL > 0 OR WS-CNT-KEPT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
