      *****************************************************************
      * Program name:    PBIDXBKP
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * IDX-FILE backup unload - the starting point PBIDXREC rebuilds
      * a damaged IDX-FILE from. Registers in the shared run-control
      * file like every other IDX-FILE/HIST-FILE batch job, so no
      * posting job can run on top of the unload, then takes the
      * backup timestamp and asks PBSUB for its full SCAN dump. Every
      * SCAN row is copied unchanged to the backup file - same
      * SCAN-REC layout - and counted and totalled on the way.
      *
      * The timestamp is taken before the dump is asked for, under
      * the run-control registration, so every HIST-FILE row stamped
      * after it describes a change the backup does not hold and
      * every row stamped before it one the backup already does. It
      * goes to the one-record backup control file together with the
      * account count and the balance total, which PBIDXREC proves
      * the backup against before it replays a single row; the
      * control file belongs with the backup generation it was
      * written for and is kept alongside it.
      *
      * An empty dump or a write failure on the backup ends the job
      * with condition code 8 and no control record, so a backup
      * that cannot be trusted is never offered to the recovery.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBIDXBKP.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT BKP-FILE ASSIGN TO IDXBKP
                           STATUS ST-BKPFILE.
           SELECT BKC-FILE ASSIGN TO BKPCTL
                           STATUS ST-BKCFILE.
           SELECT RPT-FILE ASSIGN TO BKPRPT
                           STATUS ST-RPTFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBIDXBKP only reads it.
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
      *    The backup row is the SCAN row, byte for byte.
       FD BKP-FILE RECORDING MODE F.
       01 BKP-REC                  PIC X(61).
      *    One record per backup - the moment the unload was taken
      *    and the control totals of what it holds.
       FD BKC-FILE RECORDING MODE F.
       01 BKC-REC.
           03 BKC-TS               PIC X(21).
           03 BKC-COUNT            PIC 9(07).
           03 BKC-TOTAL            PIC S9(15).
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
           05 ST-SCANFILE          PIC 9(02).
              88 ST-SCANFILE-OK        VALUE 00.
              88 ST-SCANFILE-EOF       VALUE 10.
           05 ST-BKPFILE           PIC 9(02).
              88 ST-BKPFILE-OK         VALUE 00.
           05 ST-BKCFILE           PIC 9(02).
              88 ST-BKCFILE-OK         VALUE 00.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 WS-RUN-STOPPED       PIC X(01).
              88 WS-RUN-ABORTED        VALUE 'Y'.
      *    Set when the scan has been read to its end - kept apart
      *    from ST-SCANFILE, which the CLOSE resets.
           05 WS-SCAN-FLAG         PIC X(01) VALUE 'N'.
              88 WS-SCAN-DONE          VALUE 'Y'.
           05 WS-BKP-TS            PIC X(21).
           05 WS-CNT-COPIED        PIC 9(07).
           05 WS-CNT-WRITE-FAIL    PIC 9(07).
           05 WS-TOT-BALANCE       PIC S9(15) COMP-3.
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
           PERFORM H200-PROCESS
              UNTIL ST-SCANFILE-EOF OR WS-RUN-ABORTED.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-COPIED.
           MOVE 0 TO WS-CNT-WRITE-FAIL.
           MOVE 0 TO WS-TOT-BALANCE.
           MOVE 'N' TO WS-RUN-STOPPED.
           MOVE SPACES TO WS-BKP-TS.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN OUTPUT BKP-FILE.
           IF NOT ST-BKPFILE-OK
              DISPLAY "BKP-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-BKPFILE
              PERFORM H300-TERMINATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-BKP-TS.
           PERFORM H120-REQUEST-SCAN.
           OPEN INPUT SCAN-FILE.
           IF NOT ST-SCANFILE-OK
              DISPLAY "SCAN-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SCANFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H110-READ-SCAN.
       H100-END. EXIT.

      *****************************************************************
      * Registers this run in the shared run-control file before any
      * data file is opened. The IDX-FILE/HIST-FILE batch jobs are
      * mutually exclusive - a registration left by any other job
      * refuses this run on the spot, naming the job that holds the
      * book, so no posting can land between the backup timestamp
      * and the dump it stamps. A leftover registration under this
      * job's OWN name is the trace of its own earlier abend and is
      * simply taken over; one left by another job that abended is
      * cleared by the operator with PBRUNCTL once the abend is
      * resolved.
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
           MOVE 'PBIDXBKP' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBIDXBKP'
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
              MOVE 'PBIDXBKP' TO RUN-JOB
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
      * again before returning - PBIDXBKP never opens IDX-FILE on
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
                 SET WS-SCAN-DONE TO TRUE
           END-READ.
       H110-END. EXIT.

      *****************************************************************
      * One account per pass - copied to the backup as it stands and
      * added into the control totals. The first write failure stops
      * the copy; what was written is not a backup.
      *****************************************************************
       H200-PROCESS.
           WRITE BKP-REC FROM SCAN-REC.
           IF NOT ST-BKPFILE-OK
              ADD 1 TO WS-CNT-WRITE-FAIL
              SET WS-RUN-ABORTED TO TRUE
           ELSE
              ADD 1 TO WS-CNT-COPIED
              ADD SCAN-BALANCE TO WS-TOT-BALANCE
              PERFORM H110-READ-SCAN
           END-IF.
       H200-END. EXIT.

      *****************************************************************
      * The control record is only written for a complete backup -
      * at least one account copied and not a single write failure.
      *****************************************************************
       H250-WRITE-CONTROL.
           OPEN OUTPUT BKC-FILE.
           IF NOT ST-BKCFILE-OK
              DISPLAY "BKC-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-BKCFILE
              SET WS-RUN-ABORTED TO TRUE
           ELSE
              MOVE SPACES TO BKC-REC
              MOVE WS-BKP-TS TO BKC-TS
              MOVE WS-CNT-COPIED TO BKC-COUNT
              MOVE WS-TOT-BALANCE TO BKC-TOTAL
              WRITE BKC-REC
              IF NOT ST-BKCFILE-OK
                 DISPLAY "BKC-FILE WRITE ERROR"
                 DISPLAY "STATUS CODE: " ST-BKCFILE
                 SET WS-RUN-ABORTED TO TRUE
              END-IF
              CLOSE BKC-FILE
           END-IF.
       H250-END. EXIT.

       H310-CONTROL-REPORT.
           MOVE "*** IDX-FILE YEDEK RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-TS-LINE.
           MOVE "BACKUP TIME   :" TO WS-TS-LABEL.
           MOVE WS-BKP-TS TO WS-TS-VALUE.
           MOVE WS-TS-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "COPIED COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-COPIED TO WS-RPT-COUNT.
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

           IF WS-RUN-ABORTED OR WS-CNT-COPIED = 0
              MOVE "MUTABIK DEGIL - YEDEK KULLANILAMAZ." TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "MUTABIK - YEDEK KURTARMA ICIN SAKLANABILIR."
                   TO RPT-DESC
              WRITE RPT-REC
           END-IF.
       H310-END. EXIT.

       H300-TERMINATE.
           CLOSE SCAN-FILE
                 BKP-FILE.
           IF WS-SCAN-DONE AND NOT WS-RUN-ABORTED AND
              WS-CNT-COPIED > 0
              PERFORM H250-WRITE-CONTROL
           ELSE
              SET WS-RUN-ABORTED TO TRUE
           END-IF.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE RPT-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
