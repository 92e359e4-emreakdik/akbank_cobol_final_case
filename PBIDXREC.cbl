      *****************************************************************
      * Program name:    PBIDXREC
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * IDX-FILE forward recovery. Rebuilds a damaged IDX-FILE from
      * the last PBIDXBKP backup and the HIST-FILE rows written since,
      * instead of restoring the backup and rerunning every posting
      * batch, standing-order run and accrual of the day by hand.
      *
      * The backup (a SCAN-format unload) is first proven against its
      * control record - account count and balance total - and loaded
      * into a table addressed by account id. Every HIST-FILE row
      * stamped after the backup timestamp is then put in timestamp
      * order and replayed against the table: opens, deletes, balance
      * movements, accruals, status changes and both legs of a
      * transfer or reversal. Before a row is applied its before image
      * must match the account as rebuilt so far - customer, branch,
      * date, balance, last accrual, status and currency - an open
      * must find no account and every other row must find one. The
      * rows that share one timestamp (the two legs of a transfer or
      * a paired reversal) are proven together and applied together,
      * so the first mismatch stops the replay at a clean point in
      * time with neither leg applied. A row written before the
      * customer and accrual images were added to HIST-FILE cannot
      * be proven and stops the replay the same way.
      *
      * The rebuilt table is written to IDX-FILE in key order - the
      * file is allocated to this job as a new, empty data set, the
      * same exclusive use PBCMCNV makes of it - and the control
      * report gives the rows applied by HIST-FUNC, the last
      * timestamp recovered and the final account count and balance
      * total; PBRECON's BALANCE TOTAL against the rebuilt file must
      * agree with it. A replay that stopped short still writes the
      * file as recovered up to the last timestamp reported, but the
      * job ends with condition code 8 and names the row it stopped
      * on. A backup that fails its own control totals is not
      * replayed and no file is written.
      *
      * The account surname search copy (IDX-SURNAME) is taken from
      * the backup and from the opening image of an account opened
      * since; a PBCMMNT surname change synchronised after the backup
      * is not a HIST-FILE row, so a PBSUB CSYNC follows the rebuild.
      * Rows are replayed from the live HIST-FILE only - the history
      * retention cutoff must never pass the date of the backup being
      * recovered from.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBIDXREC.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKC-FILE ASSIGN TO BKPCTL
                           STATUS ST-BKCFILE.
           SELECT BKP-FILE ASSIGN TO IDXBKP
                           STATUS ST-BKPFILE.
           SELECT HIST-FILE ASSIGN TO IOHIST
                           STATUS ST-HISTFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HIST-KEY.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
           SELECT IDX-FILE ASSIGN TO IOINDEX
                           STATUS ST-IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY
                           ALTERNATE RECORD KEY IDX-SURNAME
                                     WITH DUPLICATES.
           SELECT RPT-FILE ASSIGN TO RECVRPT
                           STATUS ST-RPTFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    BKC-REC mirrors PBIDXBKP's own copy field for field.
       FD BKC-FILE RECORDING MODE F.
       01 BKC-REC.
           03 BKC-TS               PIC X(21).
           03 BKC-COUNT            PIC 9(07).
           03 BKC-TOTAL            PIC S9(15).
           03 FILLER               PIC X(37).
      *    The backup row is PBSUB's SCAN-REC, byte for byte.
       FD BKP-FILE RECORDING MODE F.
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
      *    owns HIST-FILE and writes it, PBIDXREC only reads it.
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
      *    The replay's work file - just the fields of a history row
      *    the replay needs, put in timestamp order. SRT-IMAGE is 'Y'
      *    when the row carries the customer and accrual images.
       SD SRT-FILE.
       01 SRT-REC.
           03 SRT-TS               PIC X(21).
           03 SRT-ID               PIC 9(05).
           03 SRT-FUNC             PIC 9(01).
           03 SRT-IMAGE            PIC X(01).
           03 SRT-OLD-CUST-NO      PIC 9(05).
           03 SRT-NEW-CUST-NO      PIC 9(05).
           03 SRT-NEW-SURNAME      PIC X(15).
           03 SRT-OLD-EXC          PIC S9(3) COMP.
           03 SRT-NEW-EXC          PIC S9(3) COMP.
           03 SRT-OLD-DATE         PIC S9(7) COMP-3.
           03 SRT-NEW-DATE         PIC S9(7) COMP-3.
           03 SRT-OLD-BALANCE      PIC S9(15) COMP-3.
           03 SRT-NEW-BALANCE      PIC S9(15) COMP-3.
           03 SRT-OLD-LAST-ACCR    PIC 9(07).
           03 SRT-NEW-LAST-ACCR    PIC 9(07).
           03 SRT-OLD-STATUS       PIC X(01).
           03 SRT-NEW-STATUS       PIC X(01).
           03 SRT-OLD-CURR         PIC X(03).
           03 SRT-NEW-CURR         PIC X(03).
      *    IDX-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE; this job only writes it new from the
      *    rebuilt table.
       FD IDX-FILE.
       01 IDX-REC.
           03 IDX-KEY.
                05 IDX-ID          PIC S9(5) COMP-3.
           03 IDX-EXC              PIC S9(3) COMP.
           03 IDX-CUST-AREA.
                05 IDX-CUST-NO     PIC S9(5) COMP-3.
                05 IDX-CURRENCY    PIC X(03).
                05 FILLER          PIC X(09).
           03 IDX-SURNAME          PIC X(15).
           03 IDX-DATE             PIC S9(7) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
           03 IDX-LAST-ACCR        PIC S9(7) COMP-3.
           03 IDX-STATUS           PIC X(01).
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
           05 ST-BKCFILE           PIC 9(02).
              88 ST-BKCFILE-OK         VALUE 00.
           05 ST-BKPFILE           PIC 9(02).
              88 ST-BKPFILE-OK         VALUE 00.
              88 ST-BKPFILE-EOF        VALUE 10.
           05 ST-HISTFILE          PIC 9(02).
              88 ST-HISTFILE-OK        VALUE 00 97.
              88 ST-HISTFILE-EOF       VALUE 10.
           05 ST-IDXFILE           PIC 9(02).
              88 ST-IDXFILE-OK         VALUE 00 97.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
      *    Aborted - the backup could not be proven or the new
      *    IDX-FILE could not be written; nothing is offered as
      *    recovered. Stopped - the replay met a row it could not
      *    prove and ended at the last clean timestamp.
           05 WS-RUN-STOPPED       PIC X(01).
              88 WS-RUN-ABORTED        VALUE 'Y'.
           05 WS-REPLAY-STOP       PIC X(01).
              88 WS-REPLAY-STOPPED     VALUE 'Y'.
           05 WS-SRT-DONE          PIC X(01).
              88 WS-SRT-EXHAUSTED      VALUE 'Y'.
           05 WS-BKP-TS            PIC X(21).
           05 WS-LAST-TS           PIC X(21).
           05 WS-STOP-REASON       PIC X(40).
           05 WS-CNT-LOADED        PIC 9(07).
           05 WS-CNT-SELECTED      PIC 9(07).
           05 WS-CNT-APPLIED       PIC 9(07).
           05 WS-CNT-WRITTEN       PIC 9(07).
           05 WS-CNT-WRITE-FAIL    PIC 9(07).
           05 WS-BKP-BALANCE       PIC S9(15) COMP-3.
           05 WS-TOT-BALANCE       PIC S9(15) COMP-3.
           05 WS-FUNC-SUB          PIC S9(03) COMP.
           05 WS-FUNC-DISPLAY      PIC 9(01).
           05 WS-FUNC-TABLE.
              07 WS-FUNC-COUNT     PIC 9(07) OCCURS 10 TIMES.
      *    One slot per account id, loaded from the backup and
      *    addressed by direct subscript - 'Y' the account is on
      *    the rebuilt file, with every field of its record.
           05 WS-ACC-IDX           PIC S9(05) COMP.
           05 WS-ACC-TABLE.
              07 WS-ACC-ENTRY OCCURS 99999 TIMES.
                 09 WS-ACC-STATE      PIC X(01).
                 09 WS-ACC-CUST       PIC 9(05).
                 09 WS-ACC-SURNAME    PIC X(15).
                 09 WS-ACC-EXC        PIC S9(3) COMP.
                 09 WS-ACC-DATE       PIC S9(7) COMP-3.
                 09 WS-ACC-LAST-ACCR  PIC S9(7) COMP-3.
                 09 WS-ACC-BALANCE    PIC S9(15) COMP-3.
                 09 WS-ACC-STATUS     PIC X(01).
                 09 WS-ACC-CURR       PIC X(03).
      *    The rows of one timestamp, held until every one of them
      *    has been proven. Rows sharing a timestamp are always on
      *    different accounts - HIST-KEY is account plus timestamp.
           05 WS-GRP-TS            PIC X(21).
           05 WS-GRP-CNT           PIC S9(05) COMP.
           05 WS-GRP-IDX           PIC S9(05) COMP.
           05 WS-GRP-TABLE.
              07 WS-GRP-ENTRY OCCURS 500 TIMES.
                 09 WS-GRP-ROW        PIC X(103).
           05 WS-ROW.
              07 WS-ROW-TS            PIC X(21).
              07 WS-ROW-ID            PIC 9(05).
              07 WS-ROW-FUNC          PIC 9(01).
              07 WS-ROW-IMAGE         PIC X(01).
              07 WS-ROW-OLD-CUST-NO   PIC 9(05).
              07 WS-ROW-NEW-CUST-NO   PIC 9(05).
              07 WS-ROW-NEW-SURNAME   PIC X(15).
              07 WS-ROW-OLD-EXC       PIC S9(3) COMP.
              07 WS-ROW-NEW-EXC       PIC S9(3) COMP.
              07 WS-ROW-OLD-DATE      PIC S9(7) COMP-3.
              07 WS-ROW-NEW-DATE      PIC S9(7) COMP-3.
              07 WS-ROW-OLD-BALANCE   PIC S9(15) COMP-3.
              07 WS-ROW-NEW-BALANCE   PIC S9(15) COMP-3.
              07 WS-ROW-OLD-LAST-ACCR PIC 9(07).
              07 WS-ROW-NEW-LAST-ACCR PIC 9(07).
              07 WS-ROW-OLD-STATUS    PIC X(01).
              07 WS-ROW-NEW-STATUS    PIC X(01).
              07 WS-ROW-OLD-CURR      PIC X(03).
              07 WS-ROW-NEW-CURR      PIC X(03).
           05 WS-STOP-LINE.
              07 WS-STOP-ID           PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-STOP-TS           PIC X(21).
              07 FILLER               PIC X(01).
              07 WS-STOP-FUNC         PIC 9(01).
              07 FILLER               PIC X(01).
              07 WS-STOP-DESC         PIC X(40).
              07 FILLER               PIC X(48).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
           05 WS-AMT-LINE.
              07 WS-AMT-LABEL         PIC X(20).
              07 WS-AMT-VALUE         PIC -(15)9.
              07 FILLER               PIC X(82).
           05 WS-TS-LINE.
              07 WS-TS-LABEL          PIC X(20).
              07 WS-TS-VALUE          PIC X(21).
              07 FILLER               PIC X(77).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           IF NOT WS-RUN-ABORTED
              SORT SRT-FILE
                 ON ASCENDING KEY SRT-TS SRT-ID
                 INPUT PROCEDURE IS H400-SELECT-ROWS THRU H400-END
                 OUTPUT PROCEDURE IS H500-REPLAY-ROWS THRU H500-END
              PERFORM H600-WRITE-INDEX
           END-IF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-LOADED.
           MOVE 0 TO WS-CNT-SELECTED.
           MOVE 0 TO WS-CNT-APPLIED.
           MOVE 0 TO WS-CNT-WRITTEN.
           MOVE 0 TO WS-CNT-WRITE-FAIL.
           MOVE 0 TO WS-BKP-BALANCE.
           MOVE 0 TO WS-TOT-BALANCE.
           MOVE ZEROES TO WS-FUNC-TABLE.
           MOVE 'N' TO WS-RUN-STOPPED.
           MOVE 'N' TO WS-REPLAY-STOP.
           MOVE SPACES TO WS-BKP-TS.
           MOVE SPACES TO WS-LAST-TS.
           MOVE SPACES TO WS-STOP-LINE.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           MOVE "*** IDX-FILE KURTARMA RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.
           PERFORM H110-READ-CONTROL.
           IF NOT WS-RUN-ABORTED
              PERFORM H120-LOAD-BACKUP
           END-IF.
       H100-END. EXIT.

      *****************************************************************
      * Registers this run in the shared run-control file before any
      * data file is opened. The IDX-FILE/HIST-FILE batch jobs are
      * mutually exclusive - a registration left by any other job
      * refuses this run on the spot, naming the job that holds the
      * book, so nothing can post to HIST-FILE while it is being
      * replayed. A leftover registration under this job's OWN name
      * is the trace of its own earlier abend and is simply taken
      * over; one left by another job that abended is cleared by the
      * operator with PBRUNCTL once the abend is resolved.
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
           MOVE 'PBIDXREC' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBIDXREC'
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
              MOVE 'PBIDXREC' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

      *****************************************************************
      * The backup control record - the timestamp the replay starts
      * after and the totals the backup itself must prove to.
      *****************************************************************
       H110-READ-CONTROL.
           OPEN INPUT BKC-FILE.
           IF NOT ST-BKCFILE-OK
              DISPLAY "BKC-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-BKCFILE
              SET WS-RUN-ABORTED TO TRUE
           ELSE
              READ BKC-FILE
              IF NOT ST-BKCFILE-OK
                 DISPLAY "BKC-FILE READ ERROR"
                 DISPLAY "STATUS CODE: " ST-BKCFILE
                 SET WS-RUN-ABORTED TO TRUE
              ELSE
                 MOVE BKC-TS TO WS-BKP-TS
                 MOVE BKC-TS TO WS-LAST-TS
              END-IF
              CLOSE BKC-FILE
           END-IF.
       H110-END. EXIT.

      *****************************************************************
      * Loads every backup row into its account's slot, then holds
      * the count and balance total against the control record - a
      * backup that does not prove is not replayed.
      *****************************************************************
       H120-LOAD-BACKUP.
           INITIALIZE WS-ACC-TABLE.
           OPEN INPUT BKP-FILE.
           IF NOT ST-BKPFILE-OK
              DISPLAY "BKP-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-BKPFILE
              SET WS-RUN-ABORTED TO TRUE
           ELSE
              PERFORM H125-READ-BACKUP
              PERFORM H130-LOAD-ACCOUNT
                 UNTIL ST-BKPFILE-EOF OR WS-RUN-ABORTED
              CLOSE BKP-FILE
              IF WS-CNT-LOADED NOT = BKC-COUNT OR
                 WS-BKP-BALANCE NOT = BKC-TOTAL
                 DISPLAY "BACKUP DOES NOT AGREE WITH ITS CONTROL "
                         "RECORD"
                 SET WS-RUN-ABORTED TO TRUE
              END-IF
           END-IF.
       H120-END. EXIT.

       H125-READ-BACKUP.
           READ BKP-FILE
              AT END
                 SET ST-BKPFILE-EOF TO TRUE
           END-READ.
       H125-END. EXIT.

       H130-LOAD-ACCOUNT.
           IF SCAN-ID = 0
              DISPLAY "BACKUP ROW WITH NO ACCOUNT ID"
              SET WS-RUN-ABORTED TO TRUE
           ELSE
              MOVE SCAN-ID TO WS-ACC-IDX
              MOVE 'Y' TO WS-ACC-STATE (WS-ACC-IDX)
              MOVE SCAN-CUST-NO TO WS-ACC-CUST (WS-ACC-IDX)
              MOVE SCAN-SURNAME TO WS-ACC-SURNAME (WS-ACC-IDX)
              MOVE SCAN-EXC TO WS-ACC-EXC (WS-ACC-IDX)
              MOVE SCAN-DATE TO WS-ACC-DATE (WS-ACC-IDX)
              MOVE SCAN-LAST-ACCR TO WS-ACC-LAST-ACCR (WS-ACC-IDX)
              MOVE SCAN-BALANCE TO WS-ACC-BALANCE (WS-ACC-IDX)
              MOVE SCAN-STATUS TO WS-ACC-STATUS (WS-ACC-IDX)
              MOVE SCAN-CURRENCY TO WS-ACC-CURR (WS-ACC-IDX)
              ADD 1 TO WS-CNT-LOADED
              ADD SCAN-BALANCE TO WS-BKP-BALANCE
              PERFORM H125-READ-BACKUP
           END-IF.
       H130-END. EXIT.

      *****************************************************************
      * Sort input - one pass of HIST-FILE in key order, handing the
      * sort every row stamped after the backup was taken.
      *****************************************************************
       H400-SELECT-ROWS.
           OPEN INPUT HIST-FILE.
           IF NOT ST-HISTFILE-OK
              DISPLAY "HIST-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-HISTFILE
              SET WS-RUN-ABORTED TO TRUE
           ELSE
              MOVE 0 TO HIST-ID
              MOVE LOW-VALUES TO HIST-TS
              START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                 INVALID KEY
                    SET ST-HISTFILE-EOF TO TRUE
              END-START
              IF NOT ST-HISTFILE-EOF
                 PERFORM H410-READ-HISTORY
              END-IF
              PERFORM H420-SELECT-ROW UNTIL ST-HISTFILE-EOF
              CLOSE HIST-FILE
           END-IF.
       H400-END. EXIT.

       H410-READ-HISTORY.
           READ HIST-FILE NEXT RECORD
              AT END
                 SET ST-HISTFILE-EOF TO TRUE
           END-READ.
       H410-END. EXIT.

       H420-SELECT-ROW.
           IF HIST-TS > WS-BKP-TS
              MOVE HIST-TS TO SRT-TS
              MOVE HIST-ID TO SRT-ID
              MOVE HIST-FUNC TO SRT-FUNC
              IF HIST-OLD-CUST-NO NUMERIC AND
                 HIST-NEW-CUST-NO NUMERIC AND
                 HIST-OLD-LAST-ACCR NUMERIC AND
                 HIST-NEW-LAST-ACCR NUMERIC
                 MOVE 'Y' TO SRT-IMAGE
                 MOVE HIST-OLD-CUST-NO TO SRT-OLD-CUST-NO
                 MOVE HIST-NEW-CUST-NO TO SRT-NEW-CUST-NO
                 MOVE HIST-OLD-LAST-ACCR TO SRT-OLD-LAST-ACCR
                 MOVE HIST-NEW-LAST-ACCR TO SRT-NEW-LAST-ACCR
              ELSE
                 MOVE 'N' TO SRT-IMAGE
                 MOVE ZEROES TO SRT-OLD-CUST-NO
                 MOVE ZEROES TO SRT-NEW-CUST-NO
                 MOVE ZEROES TO SRT-OLD-LAST-ACCR
                 MOVE ZEROES TO SRT-NEW-LAST-ACCR
              END-IF
              MOVE HIST-NEW-SURNAME TO SRT-NEW-SURNAME
              MOVE HIST-OLD-EXC TO SRT-OLD-EXC
              MOVE HIST-NEW-EXC TO SRT-NEW-EXC
              MOVE HIST-OLD-DATE TO SRT-OLD-DATE
              MOVE HIST-NEW-DATE TO SRT-NEW-DATE
              MOVE HIST-OLD-BALANCE TO SRT-OLD-BALANCE
              MOVE HIST-NEW-BALANCE TO SRT-NEW-BALANCE
              MOVE HIST-OLD-STATUS TO SRT-OLD-STATUS
              MOVE HIST-NEW-STATUS TO SRT-NEW-STATUS
              MOVE HIST-OLD-CURR TO SRT-OLD-CURR
              MOVE HIST-NEW-CURR TO SRT-NEW-CURR
              RELEASE SRT-REC
              ADD 1 TO WS-CNT-SELECTED
           END-IF.
           PERFORM H410-READ-HISTORY.
       H420-END. EXIT.

      *****************************************************************
      * Sort output - the selected rows come back oldest first, one
      * timestamp's worth at a time. The replay ends at the first
      * timestamp that cannot be proven; rows after it stay on the
      * sort work file and are counted as selected but not applied.
      *****************************************************************
       H500-REPLAY-ROWS.
           MOVE 'N' TO WS-SRT-DONE.
           IF WS-RUN-ABORTED
              SET WS-SRT-EXHAUSTED TO TRUE
           ELSE
              PERFORM H510-RETURN-ROW
           END-IF.
           PERFORM H520-REPLAY-GROUP
              UNTIL WS-SRT-EXHAUSTED OR WS-REPLAY-STOPPED.
       H500-END. EXIT.

       H510-RETURN-ROW.
           RETURN SRT-FILE
              AT END
                 SET WS-SRT-EXHAUSTED TO TRUE
           END-RETURN.
       H510-END. EXIT.

      *****************************************************************
      * One timestamp per pass - every row of it is collected, every
      * one proven against the table, and only then is any of them
      * applied. The timestamp becomes the last one recovered.
      *****************************************************************
       H520-REPLAY-GROUP.
           MOVE 0 TO WS-GRP-CNT.
           MOVE SRT-TS TO WS-GRP-TS.
           PERFORM H530-COLLECT-ROW
              UNTIL WS-SRT-EXHAUSTED OR WS-REPLAY-STOPPED
                 OR SRT-TS NOT = WS-GRP-TS.
           PERFORM H540-VERIFY-ROW
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-CNT OR WS-REPLAY-STOPPED.
           IF NOT WS-REPLAY-STOPPED
              PERFORM H550-APPLY-ROW
                 VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-CNT
              MOVE WS-GRP-TS TO WS-LAST-TS
           END-IF.
       H520-END. EXIT.

       H530-COLLECT-ROW.
           IF WS-GRP-CNT = 500
              MOVE SRT-REC TO WS-ROW
              MOVE "AYNI ZAMANDA 500 SATIR ASILDI" TO WS-STOP-REASON
              PERFORM H545-STOP-REPLAY
           ELSE
              ADD 1 TO WS-GRP-CNT
              MOVE SRT-REC TO WS-GRP-ROW (WS-GRP-CNT)
              PERFORM H510-RETURN-ROW
           END-IF.
       H530-END. EXIT.

      *****************************************************************
      * Proves one row's before image against the account as rebuilt
      * so far. No before image (customer zero) is an open and must
      * find the slot empty; anything else must find the account and
      * every field of the image equal to it.
      *****************************************************************
       H540-VERIFY-ROW.
           MOVE WS-GRP-ROW (WS-GRP-IDX) TO WS-ROW.
           MOVE WS-ROW-ID TO WS-ACC-IDX.
           MOVE SPACES TO WS-STOP-REASON.
           IF WS-ROW-IMAGE NOT = 'Y'
              MOVE "SATIRDA MUSTERI/TAHAKKUK GORUNTUSU YOK"
                   TO WS-STOP-REASON
           ELSE
           IF WS-ROW-OLD-CUST-NO = 0
              IF WS-ACC-STATE (WS-ACC-IDX) = 'Y'
                 MOVE "ACILAN HESAP ZATEN DOSYADA" TO WS-STOP-REASON
              END-IF
           ELSE
           IF WS-ACC-STATE (WS-ACC-IDX) NOT = 'Y'
              MOVE "HESAP DOSYADA YOK" TO WS-STOP-REASON
           ELSE
           IF WS-ROW-OLD-CUST-NO NOT = WS-ACC-CUST (WS-ACC-IDX) OR
              WS-ROW-OLD-EXC NOT = WS-ACC-EXC (WS-ACC-IDX) OR
              WS-ROW-OLD-DATE NOT = WS-ACC-DATE (WS-ACC-IDX) OR
              WS-ROW-OLD-BALANCE NOT = WS-ACC-BALANCE (WS-ACC-IDX) OR
              WS-ROW-OLD-LAST-ACCR NOT =
                 WS-ACC-LAST-ACCR (WS-ACC-IDX) OR
              WS-ROW-OLD-STATUS NOT = WS-ACC-STATUS (WS-ACC-IDX) OR
              WS-ROW-OLD-CURR NOT = WS-ACC-CURR (WS-ACC-IDX)
              MOVE "ONCEKI GORUNTU HESAPLA UYUSMUYOR"
                   TO WS-STOP-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-STOP-REASON NOT = SPACES
              PERFORM H545-STOP-REPLAY
           END-IF.
       H540-END. EXIT.

      *****************************************************************
      * The row the replay stopped on goes to the report with its
      * reason; the account as rebuilt so far follows it, so the
      * difference from the before image can be read off directly.
      *****************************************************************
       H545-STOP-REPLAY.
           SET WS-REPLAY-STOPPED TO TRUE.
           MOVE SPACES TO WS-STOP-LINE.
           MOVE WS-ROW-ID TO WS-STOP-ID.
           MOVE WS-ROW-TS TO WS-STOP-TS.
           MOVE WS-ROW-FUNC TO WS-STOP-FUNC.
           MOVE WS-STOP-REASON TO WS-STOP-DESC.
       H545-END. EXIT.

      *****************************************************************
      * Applies one proven row - no after image (customer zero) is a
      * delete and empties the slot; anything else becomes the
      * account. The surname search copy is taken from the row only
      * when the account is new to the table or changes customer.
      *****************************************************************
       H550-APPLY-ROW.
           MOVE WS-GRP-ROW (WS-GRP-IDX) TO WS-ROW.
           MOVE WS-ROW-ID TO WS-ACC-IDX.
           IF WS-ROW-NEW-CUST-NO = 0
              INITIALIZE WS-ACC-ENTRY (WS-ACC-IDX)
           ELSE
              IF WS-ACC-STATE (WS-ACC-IDX) NOT = 'Y' OR
                 WS-ACC-CUST (WS-ACC-IDX) NOT = WS-ROW-NEW-CUST-NO
                 MOVE WS-ROW-NEW-SURNAME
                      TO WS-ACC-SURNAME (WS-ACC-IDX)
              END-IF
              MOVE 'Y' TO WS-ACC-STATE (WS-ACC-IDX)
              MOVE WS-ROW-NEW-CUST-NO TO WS-ACC-CUST (WS-ACC-IDX)
              MOVE WS-ROW-NEW-EXC TO WS-ACC-EXC (WS-ACC-IDX)
              MOVE WS-ROW-NEW-DATE TO WS-ACC-DATE (WS-ACC-IDX)
              MOVE WS-ROW-NEW-BALANCE TO WS-ACC-BALANCE (WS-ACC-IDX)
              MOVE WS-ROW-NEW-LAST-ACCR
                   TO WS-ACC-LAST-ACCR (WS-ACC-IDX)
              MOVE WS-ROW-NEW-STATUS TO WS-ACC-STATUS (WS-ACC-IDX)
              MOVE WS-ROW-NEW-CURR TO WS-ACC-CURR (WS-ACC-IDX)
           END-IF.
           ADD 1 TO WS-CNT-APPLIED.
           COMPUTE WS-FUNC-SUB = WS-ROW-FUNC + 1.
           ADD 1 TO WS-FUNC-COUNT (WS-FUNC-SUB).
       H550-END. EXIT.

      *****************************************************************
      * Writes the rebuilt table to the new IDX-FILE in key order -
      * the filler of the customer area goes out as spaces, the way
      * PBSUB and PBCMCNV leave it.
      *****************************************************************
       H600-WRITE-INDEX.
           IF NOT WS-RUN-ABORTED
              OPEN OUTPUT IDX-FILE
              IF NOT ST-IDXFILE-OK
                 DISPLAY "IDX-FILE OPEN ERROR"
                 DISPLAY "STATUS CODE: " ST-IDXFILE
                 SET WS-RUN-ABORTED TO TRUE
              ELSE
                 PERFORM H610-WRITE-ACCOUNT
                    VARYING WS-ACC-IDX FROM 1 BY 1
                    UNTIL WS-ACC-IDX > 99999
                 CLOSE IDX-FILE
              END-IF
           END-IF.
       H600-END. EXIT.

       H610-WRITE-ACCOUNT.
           IF WS-ACC-STATE (WS-ACC-IDX) = 'Y'
              MOVE SPACES TO IDX-REC
              MOVE WS-ACC-IDX TO IDX-ID
              MOVE WS-ACC-EXC (WS-ACC-IDX) TO IDX-EXC
              MOVE WS-ACC-CUST (WS-ACC-IDX) TO IDX-CUST-NO
              MOVE WS-ACC-CURR (WS-ACC-IDX) TO IDX-CURRENCY
              MOVE WS-ACC-SURNAME (WS-ACC-IDX) TO IDX-SURNAME
              MOVE WS-ACC-DATE (WS-ACC-IDX) TO IDX-DATE
              MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO IDX-BALANCE
              MOVE WS-ACC-LAST-ACCR (WS-ACC-IDX) TO IDX-LAST-ACCR
              MOVE WS-ACC-STATUS (WS-ACC-IDX) TO IDX-STATUS
              WRITE IDX-REC
                 INVALID KEY
                    ADD 1 TO WS-CNT-WRITE-FAIL
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-WRITTEN
                    ADD IDX-BALANCE TO WS-TOT-BALANCE
              END-WRITE
           END-IF.
       H610-END. EXIT.

      *****************************************************************
      * End-of-job totals - where the backup started, what was
      * replayed by operation type, the point in time the rebuilt
      * file stands at and the totals to hold PBRECON against.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO WS-TS-LINE.
           MOVE "BACKUP TIME   :" TO WS-TS-LABEL.
           MOVE WS-BKP-TS TO WS-TS-VALUE.
           MOVE WS-TS-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BACKUP COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-LOADED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "BACKUP TOTAL  :" TO WS-AMT-LABEL.
           MOVE WS-BKP-BALANCE TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ROWS SELECTED :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SELECTED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ROWS APPLIED  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-APPLIED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           PERFORM H312-WRITE-FUNC-LINE
              VARYING WS-FUNC-SUB FROM 1 BY 1
              UNTIL WS-FUNC-SUB > 10.

           MOVE SPACES TO WS-TS-LINE.
           MOVE "RECOVERED TO  :" TO WS-TS-LABEL.
           MOVE WS-LAST-TS TO WS-TS-VALUE.
           MOVE WS-TS-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ACCOUNTS OUT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-WRITTEN TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "WRITE FAILURES:" TO WS-RPT-LABEL.
           MOVE WS-CNT-WRITE-FAIL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "BALANCE TOTAL :" TO WS-AMT-LABEL.
           MOVE WS-TOT-BALANCE TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           IF WS-REPLAY-STOPPED
              MOVE "KURTARMA DURDU - HESAP ZAMAN FUNC NEDEN:"
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE WS-STOP-LINE TO RPT-DESC
              WRITE RPT-REC
              PERFORM H315-WRITE-REBUILT
           END-IF.

           IF WS-RUN-ABORTED OR WS-CNT-WRITE-FAIL > 0
              MOVE "MUTABIK DEGIL - IDX-FILE KURTARILAMADI." TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REPLAY-STOPPED
              MOVE "MUTABIK DEGIL - IDX-FILE KISMEN KURTARILDI."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "MUTABIK - IDX-FILE KURTARILDI, PBRECON ILE DOGRULA."
                   TO RPT-DESC
              WRITE RPT-REC
           END-IF
           END-IF.
       H310-END. EXIT.

       H312-WRITE-FUNC-LINE.
           IF WS-FUNC-COUNT (WS-FUNC-SUB) > 0
              COMPUTE WS-FUNC-DISPLAY = WS-FUNC-SUB - 1
              MOVE SPACES TO WS-REPORT-LINE
              STRING "FUNC " DELIMITED BY SIZE
                     WS-FUNC-DISPLAY DELIMITED BY SIZE
                     " COUNT  :" DELIMITED BY SIZE
                     INTO WS-RPT-LABEL
              MOVE WS-FUNC-COUNT (WS-FUNC-SUB) TO WS-RPT-COUNT
              MOVE WS-REPORT-LINE TO RPT-DESC
              WRITE RPT-REC
           END-IF.
       H312-END. EXIT.

      *****************************************************************
      * The account the stopping row names, as rebuilt so far - the
      * balance beside the before image it failed to match.
      *****************************************************************
       H315-WRITE-REBUILT.
           MOVE WS-ROW-ID TO WS-ACC-IDX.
           MOVE SPACES TO WS-AMT-LINE.
           MOVE "ROW OLD BAL   :" TO WS-AMT-LABEL.
           MOVE WS-ROW-OLD-BALANCE TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-AMT-LINE.
           MOVE "REBUILT BAL   :" TO WS-AMT-LABEL.
           MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H315-END. EXIT.

       H300-TERMINATE.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE RPT-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
