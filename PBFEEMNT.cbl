      *****************************************************************
      * Program name:    PBFEEMNT
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Fee tariff maintenance batch. Applies add/change/delete
      * transactions against FEE-FILE - the effective-dated service
      * fee schedule PBFEECHG charges from - through the same edited,
      * audited transaction stream PBRATMNT established for
      * RATE-FILE. A tariff row is keyed branch/exception code plus
      * effective-from date (the reduced CYYMMDD encoding IDX-DATE
      * uses, zero meaning effective from the beginning), so a new
      * tariff announced for next month is simply loaded in advance
      * with next month's date.
      *
      * A row carries the three fees the branch charges: the
      * monthly maintenance fee, the low-balance fee together with
      * the balance under which it is due, and the fee per outgoing
      * transfer. Amounts are in the base currency (TRY) in the same
      * units IDX-BALANCE is kept in; PBFEECHG converts them for an
      * account held in another currency. A row of zeros is a valid
      * tariff - it is how a branch waives its fees from a date on.
      *
      * Every transaction is edited before it touches FEE-FILE: the
      * operation code, the branch code (must exist on at least one
      * IDX-FILE account, established from PBSUB's own full SCAN
      * dump asked for once up front), the amounts (none may be
      * negative - only edited for add and change, a delete carries
      * none) and the effective date. Accepted and rejected
      * transactions alike are written to the audit log with a
      * return code and reason.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBFEEMNT.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO FEETRAN
                           STATUS ST-TRANFILE.
           SELECT FEE-FILE ASSIGN TO FEEFILE
                           STATUS ST-FEEFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY FEE-KEY.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT AUDIT-FILE ASSIGN TO FEEAUDIT
                           STATUS ST-AUDITFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE RECORDING MODE F.
       01 TRAN-REC.
           03 TRAN-OPT             PIC X(01).
           03 TRAN-EXC             PIC S9(03).
           03 TRAN-EFF-DATE        PIC S9(07).
           03 TRAN-MAINT-AMT       PIC S9(15).
           03 TRAN-LOWBAL-MIN      PIC S9(15).
           03 TRAN-LOWBAL-AMT      PIC S9(15).
           03 TRAN-XFER-AMT        PIC S9(15).
       FD FEE-FILE.
       01 FEE-REC.
           03 FEE-KEY.
                05 FEE-EXC         PIC S9(3) COMP.
                05 FEE-EFF-DATE    PIC S9(7) COMP-3.
           03 FEE-MAINT-AMT        PIC S9(15) COMP-3.
           03 FEE-LOWBAL-MIN       PIC S9(15) COMP-3.
           03 FEE-LOWBAL-AMT       PIC S9(15) COMP-3.
           03 FEE-XFER-AMT         PIC S9(15) COMP-3.
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBFEEMNT only reads it.
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
       FD AUDIT-FILE RECORDING MODE F.
       01 AUD-REC.
           03 AUD-DESC             PIC X(118).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 ST-TRANFILE          PIC 9(02).
              88 ST-TRANFILE-OK        VALUE 00.
              88 ST-TRANFILE-EOF       VALUE 10.
           05 ST-FEEFILE           PIC 9(02).
              88 ST-FEEFILE-OK         VALUE 00 97.
           05 ST-SCANFILE          PIC 9(02).
              88 ST-SCANFILE-OK        VALUE 00.
              88 ST-SCANFILE-EOF       VALUE 10.
           05 ST-AUDITFILE         PIC 9(02).
              88 ST-AUDITFILE-OK       VALUE 00.
           05 WS-VALID-OK          PIC X(01).
              88 WS-VALID-PASSED       VALUE 'Y'.
              88 WS-VALID-FAILED       VALUE 'N'.
           05 WS-TRAN-RC           PIC 9(02).
           05 WS-TRAN-MSG          PIC X(30).
      *    One flag byte per possible branch/exception code - set
      *    from the SCAN dump, then a transaction's branch code is
      *    checked by direct subscript instead of a table search.
           05 WS-EXC-KNOWN-TABLE.
              07 WS-EXC-KNOWN      PIC X(01) OCCURS 999 TIMES.
           05 WS-DATE-CCYYMM       PIC 9(05).
           05 WS-DATE-CCYY         PIC 9(03).
           05 WS-DATE-MM           PIC 9(02).
           05 WS-DATE-DD           PIC 9(02).
           05 WS-DATE-FULL         PIC 9(08).
           05 WS-DATE-CHK-INT      PIC S9(09) COMP-3.
           05 WS-DATE-OK           PIC X(01).
              88 WS-DATE-VALID         VALUE 'Y'.
           05 WS-CNT-ADD           PIC 9(07).
           05 WS-CNT-CHANGE        PIC 9(07).
           05 WS-CNT-DELETE        PIC 9(07).
           05 WS-CNT-REJECT        PIC 9(07).
           05 WS-CNT-TOTAL         PIC 9(07).
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
              07 WS-AUD-EXC           PIC 9(03).
              07 FILLER               PIC X(01).
              07 WS-AUD-DATE          PIC 9(07).
              07 FILLER               PIC X(01).
              07 WS-AUD-MAINT         PIC -(14)9.
              07 FILLER               PIC X(01).
              07 WS-AUD-LOWMIN        PIC -(14)9.
              07 FILLER               PIC X(01).
              07 WS-AUD-LOWAMT        PIC -(14)9.
              07 FILLER               PIC X(01).
              07 WS-AUD-XFER          PIC -(14)9.
              07 FILLER               PIC X(01).
              07 WS-AUD-RC            PIC 9(02).
              07 FILLER               PIC X(01).
              07 WS-AUD-MSG           PIC X(30).
              07 FILLER               PIC X(07).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL ST-TRANFILE-EOF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           MOVE 0 TO WS-CNT-ADD.
           MOVE 0 TO WS-CNT-CHANGE.
           MOVE 0 TO WS-CNT-DELETE.
           MOVE 0 TO WS-CNT-REJECT.
           MOVE 0 TO WS-CNT-TOTAL.
           MOVE SPACES TO WS-EXC-KNOWN-TABLE.
           OPEN INPUT TRAN-FILE.
           IF NOT ST-TRANFILE-OK
              DISPLAY "TRAN-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-TRANFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF NOT ST-AUDITFILE-OK
              DISPLAY "AUDIT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-AUDITFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H120-LOAD-KNOWN-BRANCHES.
           OPEN I-O FEE-FILE.
           IF NOT ST-FEEFILE-OK
              DISPLAY "FEE-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-FEEFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H130-READ-TRAN.
       H100-END. EXIT.

      *****************************************************************
      * Asks PBSUB for a one-shot full dump of IDX-FILE into
      * SCAN-FILE and flags every branch/exception code seen on a
      * live account - the "branch code exists" edit checks this
      * table, so PBFEEMNT never opens IDX-FILE on its own.
      *****************************************************************
       H120-LOAD-KNOWN-BRANCHES.
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
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H125-FLAG-BRANCH UNTIL ST-SCANFILE-EOF.
           CLOSE SCAN-FILE.
       H120-END. EXIT.

       H125-FLAG-BRANCH.
           READ SCAN-FILE
              AT END
                 SET ST-SCANFILE-EOF TO TRUE
              NOT AT END
                 IF SCAN-EXC > 0 AND SCAN-EXC NOT > 999
                    MOVE 'Y' TO WS-EXC-KNOWN (SCAN-EXC)
                 END-IF
           END-READ.
       H125-END. EXIT.

       H130-READ-TRAN.
           READ TRAN-FILE
              AT END
                 SET ST-TRANFILE-EOF TO TRUE
           END-READ.
       H130-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-CNT-TOTAL.
           PERFORM H210-VALIDATE-TRAN.
           IF WS-VALID-FAILED
              ADD 1 TO WS-CNT-REJECT
           ELSE
              EVALUATE TRAN-OPT
                 WHEN 'A'
                    PERFORM H220-ADD-TARIFF
                 WHEN 'C'
                    PERFORM H230-CHANGE-TARIFF
                 WHEN 'D'
                    PERFORM H240-DELETE-TARIFF
              END-EVALUATE
           END-IF.
           PERFORM H280-WRITE-AUDIT.
           PERFORM H130-READ-TRAN.
       H200-END. EXIT.

      *****************************************************************
      * Rejects a transaction before it ever touches FEE-FILE -
      * unknown operation code, a branch code no live account
      * carries, a negative amount (only edited for add and change),
      * or an effective date that is not a real calendar date, each
      * with its own return code and reason. An effective date of
      * zero is accepted as "from the beginning".
      *****************************************************************
       H210-VALIDATE-TRAN.
           SET WS-VALID-PASSED TO TRUE.
           MOVE 0 TO WS-TRAN-RC.
           MOVE "ISLEM KABUL EDILDI." TO WS-TRAN-MSG.
           PERFORM H215-VALIDATE-DATE.
           IF TRAN-OPT NOT = 'A' AND TRAN-OPT NOT = 'C'
                               AND TRAN-OPT NOT = 'D'
              SET WS-VALID-FAILED TO TRUE
              MOVE 90 TO WS-TRAN-RC
              MOVE "ISLEM KODU GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-EXC NOT > 0 OR TRAN-EXC > 999
              SET WS-VALID-FAILED TO TRUE
              MOVE 91 TO WS-TRAN-RC
              MOVE "SUBE/ISTISNA KODU BULUNAMADI." TO WS-TRAN-MSG
           ELSE IF WS-EXC-KNOWN (TRAN-EXC) NOT = 'Y'
              SET WS-VALID-FAILED TO TRUE
              MOVE 91 TO WS-TRAN-RC
              MOVE "SUBE/ISTISNA KODU BULUNAMADI." TO WS-TRAN-MSG
           ELSE IF (TRAN-OPT = 'A' OR TRAN-OPT = 'C') AND
                   (TRAN-MAINT-AMT < 0 OR TRAN-LOWBAL-MIN < 0 OR
                    TRAN-LOWBAL-AMT < 0 OR TRAN-XFER-AMT < 0)
              SET WS-VALID-FAILED TO TRUE
              MOVE 92 TO WS-TRAN-RC
              MOVE "MASRAF TUTARI GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-EFF-DATE < 0 OR
                   (TRAN-EFF-DATE NOT = 0 AND NOT WS-DATE-VALID)
              SET WS-VALID-FAILED TO TRUE
              MOVE 93 TO WS-TRAN-RC
              MOVE "GECERLILIK TARIHI GECERSIZ." TO WS-TRAN-MSG
           END-IF.
       H210-END. EXIT.

      *****************************************************************
      * Same calendar edit H325-VALIDATE-WRITE applies to an opening
      * date - month/day range first, then INTEGER-OF-DATE to catch
      * the in-range impossible dates (Apr 31st, Feb 30th), which it
      * reports by returning zero.
      *****************************************************************
       H215-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK.
           IF TRAN-EFF-DATE > 0
              DIVIDE TRAN-EFF-DATE BY 100
                 GIVING WS-DATE-CCYYMM REMAINDER WS-DATE-DD
              DIVIDE WS-DATE-CCYYMM BY 100
                 GIVING WS-DATE-CCYY REMAINDER WS-DATE-MM
              IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
                 WS-DATE-DD < 1 OR WS-DATE-DD > 31
                 MOVE 'N' TO WS-DATE-OK
              ELSE
                 COMPUTE WS-DATE-FULL = 19000000 + TRAN-EFF-DATE
                 COMPUTE WS-DATE-CHK-INT =
                         FUNCTION INTEGER-OF-DATE (WS-DATE-FULL)
                 IF WS-DATE-CHK-INT = 0
                    MOVE 'N' TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.
       H215-END. EXIT.

       H220-ADD-TARIFF.
           MOVE TRAN-EXC TO FEE-EXC.
           MOVE TRAN-EFF-DATE TO FEE-EFF-DATE.
           MOVE TRAN-MAINT-AMT TO FEE-MAINT-AMT.
           MOVE TRAN-LOWBAL-MIN TO FEE-LOWBAL-MIN.
           MOVE TRAN-LOWBAL-AMT TO FEE-LOWBAL-AMT.
           MOVE TRAN-XFER-AMT TO FEE-XFER-AMT.
           WRITE FEE-REC
              INVALID KEY
                 MOVE 94 TO WS-TRAN-RC
                 MOVE "TARIFE KAYDI ZATEN MEVCUT." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 MOVE "TARIFE EKLENDI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-ADD
           END-WRITE.
       H220-END. EXIT.

       H230-CHANGE-TARIFF.
           MOVE TRAN-EXC TO FEE-EXC.
           MOVE TRAN-EFF-DATE TO FEE-EFF-DATE.
           READ FEE-FILE KEY FEE-KEY
              INVALID KEY
                 MOVE 95 TO WS-TRAN-RC
                 MOVE "TARIFE KAYDI BULUNAMADI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 MOVE TRAN-MAINT-AMT TO FEE-MAINT-AMT
                 MOVE TRAN-LOWBAL-MIN TO FEE-LOWBAL-MIN
                 MOVE TRAN-LOWBAL-AMT TO FEE-LOWBAL-AMT
                 MOVE TRAN-XFER-AMT TO FEE-XFER-AMT
                 REWRITE FEE-REC
                    INVALID KEY
                       MOVE 96 TO WS-TRAN-RC
                       MOVE "TARIFE GUNCELLENEMEDI." TO WS-TRAN-MSG
                       ADD 1 TO WS-CNT-REJECT
                    NOT INVALID KEY
                       MOVE "TARIFE GUNCELLENDI." TO WS-TRAN-MSG
                       ADD 1 TO WS-CNT-CHANGE
                 END-REWRITE
           END-READ.
       H230-END. EXIT.

       H240-DELETE-TARIFF.
           MOVE TRAN-EXC TO FEE-EXC.
           MOVE TRAN-EFF-DATE TO FEE-EFF-DATE.
           DELETE FEE-FILE
              INVALID KEY
                 MOVE 95 TO WS-TRAN-RC
                 MOVE "TARIFE KAYDI BULUNAMADI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 MOVE "TARIFE SILINDI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-DELETE
           END-DELETE.
       H240-END. EXIT.

      *****************************************************************
      * One audit line per transaction, accepted or rejected - the
      * transaction as keyed, the return code, and the reason.
      *****************************************************************
       H280-WRITE-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE TRAN-OPT TO WS-AUD-OPT.
           MOVE TRAN-EXC TO WS-AUD-EXC.
           MOVE TRAN-EFF-DATE TO WS-AUD-DATE.
           MOVE TRAN-MAINT-AMT TO WS-AUD-MAINT.
           MOVE TRAN-LOWBAL-MIN TO WS-AUD-LOWMIN.
           MOVE TRAN-LOWBAL-AMT TO WS-AUD-LOWAMT.
           MOVE TRAN-XFER-AMT TO WS-AUD-XFER.
           MOVE WS-TRAN-RC TO WS-AUD-RC.
           MOVE WS-TRAN-MSG TO WS-AUD-MSG.
           MOVE WS-AUDIT-LINE TO AUD-DESC.
           WRITE AUD-REC.
       H280-END. EXIT.

      *****************************************************************
      * End-of-job totals - adds, changes, deletes, rejects, and the
      * whole batch, appended to the audit log the way PBRATMNT
      * closes its own.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO AUD-REC.
           WRITE AUD-REC.
           MOVE "*** MASRAF TARIFE BAKIM RAPORU ***" TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ADD COUNT     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-ADD TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CHANGE COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CHANGE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "DELETE COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-DELETE TO WS-RPT-COUNT.
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
       H310-END. EXIT.

       H300-TERMINATE.
           IF ST-AUDITFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE TRAN-FILE
                 FEE-FILE
                 AUDIT-FILE.
           STOP RUN.
       H300-END. EXIT.
