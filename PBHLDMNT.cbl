      *****************************************************************
      * Program name:    PBHLDMNT
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Hold maintenance batch. Places and releases holds on
      * HOLD-FILE - the part of an account's balance set aside for a
      * legal block, a card authorization or a cheque in clearing -
      * through an edited, audited transaction stream, the way
      * PBRATMNT loads rates. Until now the only tool was an 'F'
      * status change, which stops every movement on the account;
      * a hold stops only the amount it names. PBSUB's debit edits
      * in H340-UPDATE and H348-TRANSFER then hold the account to
      * its floor on the available balance - IDX-BALANCE less the
      * active holds - instead of IDX-BALANCE alone.
      *
      * A hold row is keyed account id plus hold number, and carries
      * the amount (in the account's own currency), a reason code
      * (YB legal block, KP card authorization, CT cheque in
      * clearing, DG other), the date it was placed (this run's
      * date) and an expiry date
      * in the reduced CYYMMDD encoding IDX-DATE uses - zero meaning
      * the hold stands until it is released, which is how a legal
      * block is normally placed. Expired holds are removed and
      * listed nightly by PBHLDEXP.
      *
      * Every transaction is edited before it touches HOLD-FILE: the
      * operation code ('P' place, 'R' release), the hold number,
      * the account - which must exist on IDX-FILE, established from
      * PBSUB's own full SCAN dump asked for once up front so
      * PBHLDMNT never opens IDX-FILE itself - and, for a placement,
      * an open account, a positive amount, a known reason code and
      * an expiry that is a real calendar date not already past.
      * A hold may be placed on a frozen or dormant account; a
      * closed account holds nothing to set aside. Accepted and
      * rejected transactions alike are written to the audit log
      * with a return code and reason.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBHLDMNT.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO HOLDTRAN
                           STATUS ST-TRANFILE.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                           STATUS ST-HOLDFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY HLD-KEY.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT AUDIT-FILE ASSIGN TO HLDAUDIT
                           STATUS ST-AUDITFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE RECORDING MODE F.
       01 TRAN-REC.
           03 TRAN-OPT             PIC X(01).
           03 TRAN-ID              PIC 9(05).
           03 TRAN-HOLD-NO         PIC 9(05).
           03 TRAN-AMOUNT          PIC S9(15).
           03 TRAN-REASON          PIC X(02).
              88 TRAN-REASON-VALID     VALUE 'YB' 'KP' 'CT' 'DG'.
           03 TRAN-EXPIRY          PIC S9(07).
      *    HLD-REC mirrors PBSUB's own copy field for field - PBSUB
      *    reads HOLD-FILE for its debit edits, PBHLDMNT maintains it.
       FD HOLD-FILE.
       01 HLD-REC.
           03 HLD-KEY.
                05 HLD-ID          PIC S9(5) COMP-3.
                05 HLD-NO          PIC S9(5) COMP-3.
           03 HLD-AMOUNT           PIC S9(15) COMP-3.
           03 HLD-REASON           PIC X(02).
           03 HLD-PLACED           PIC S9(7) COMP-3.
           03 HLD-EXPIRY           PIC S9(7) COMP-3.
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBHLDMNT only reads it.
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
           05 ST-HOLDFILE          PIC 9(02).
              88 ST-HOLDFILE-OK        VALUE 00 97.
           05 ST-SCANFILE          PIC 9(02).
              88 ST-SCANFILE-OK        VALUE 00.
              88 ST-SCANFILE-EOF       VALUE 10.
           05 ST-AUDITFILE         PIC 9(02).
              88 ST-AUDITFILE-OK       VALUE 00.
           05 WS-VALID-OK          PIC X(01).
              88 WS-VALID-PASSED       VALUE 'Y'.
              88 WS-VALID-FAILED       VALUE 'N'.
           05 WS-TRAN-RC           PIC 9(02).
           05 WS-TRAN-MSG          PIC X(40).
      *    One status byte per possible account id - set from the
      *    SCAN dump (a converted record's space status stored as
      *    'A'), so a space here means no such account and a
      *    transaction's account is checked by direct subscript the
      *    way PBRATMNT checks a branch code.
           05 WS-ACCT-TABLE.
              07 WS-ACCT-STATUS    PIC X(01) OCCURS 99999 TIMES.
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-RED         PIC S9(07) COMP-3.
           05 WS-DATE-CCYYMM       PIC 9(05).
           05 WS-DATE-CCYY         PIC 9(03).
           05 WS-DATE-MM           PIC 9(02).
           05 WS-DATE-DD           PIC 9(02).
           05 WS-DATE-FULL         PIC 9(08).
           05 WS-DATE-CHK-INT      PIC S9(09) COMP-3.
           05 WS-DATE-OK           PIC X(01).
              88 WS-DATE-VALID         VALUE 'Y'.
           05 WS-CNT-PLACE         PIC 9(07).
           05 WS-CNT-RELEASE       PIC 9(07).
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
              07 WS-AUD-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-AUD-HOLD-NO       PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-AUD-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-AUD-REASON        PIC X(02).
              07 FILLER               PIC X(01).
              07 WS-AUD-EXPIRY        PIC 9(07).
              07 FILLER               PIC X(01).
              07 WS-AUD-RC            PIC 9(02).
              07 FILLER               PIC X(01).
              07 WS-AUD-MSG           PIC X(40).
              07 FILLER               PIC X(33).
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
           MOVE 0 TO WS-CNT-PLACE.
           MOVE 0 TO WS-CNT-RELEASE.
           MOVE 0 TO WS-CNT-REJECT.
           MOVE 0 TO WS-CNT-TOTAL.
           MOVE SPACES TO WS-ACCT-TABLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-RED = WS-TODAY-DATE - 19000000.
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
           PERFORM H120-LOAD-ACCOUNTS.
           OPEN I-O HOLD-FILE.
           IF NOT ST-HOLDFILE-OK
              DISPLAY "HOLD-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-HOLDFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H130-READ-TRAN.
       H100-END. EXIT.

      *****************************************************************
      * Asks PBSUB for a one-shot full dump of IDX-FILE into
      * SCAN-FILE and records every account's status by id - the
      * "account exists" and "account open" edits check this table,
      * so PBHLDMNT never opens IDX-FILE on its own. PBSUB has
      * closed HOLD-FILE again by the time the CALL returns, before
      * this program opens it for update.
      *****************************************************************
       H120-LOAD-ACCOUNTS.
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
           PERFORM H125-FLAG-ACCOUNT UNTIL ST-SCANFILE-EOF.
           CLOSE SCAN-FILE.
       H120-END. EXIT.

       H125-FLAG-ACCOUNT.
           READ SCAN-FILE
              AT END
                 SET ST-SCANFILE-EOF TO TRUE
              NOT AT END
                 IF SCAN-ID > 0
                    IF SCAN-STATUS = SPACE
                       MOVE 'A' TO WS-ACCT-STATUS (SCAN-ID)
                    ELSE
                       MOVE SCAN-STATUS TO WS-ACCT-STATUS (SCAN-ID)
                    END-IF
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
                 WHEN 'P'
                    PERFORM H220-PLACE-HOLD
                 WHEN 'R'
                    PERFORM H240-RELEASE-HOLD
              END-EVALUATE
           END-IF.
           PERFORM H280-WRITE-AUDIT.
           PERFORM H130-READ-TRAN.
       H200-END. EXIT.

      *****************************************************************
      * Rejects a transaction before it ever touches HOLD-FILE, each
      * edit with its own return code and reason: 90 unknown
      * operation, 98 hold number missing, 91 no such account, and
      * for a placement 96 account closed, 92 amount not positive,
      * 97 unknown reason code, 93 expiry not a real date or
      * already past. A release names only the key - whatever was
      * placed under it is released - so it carries no amount,
      * reason or expiry to edit, and a hold on an account since
      * closed can still be released.
      *****************************************************************
       H210-VALIDATE-TRAN.
           SET WS-VALID-PASSED TO TRUE.
           MOVE 0 TO WS-TRAN-RC.
           MOVE "ISLEM KABUL EDILDI." TO WS-TRAN-MSG.
           PERFORM H215-VALIDATE-DATE.
           IF TRAN-OPT NOT = 'P' AND TRAN-OPT NOT = 'R'
              SET WS-VALID-FAILED TO TRUE
              MOVE 90 TO WS-TRAN-RC
              MOVE "ISLEM KODU GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-HOLD-NO = 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 98 TO WS-TRAN-RC
              MOVE "BLOKE NUMARASI GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-ID = 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 91 TO WS-TRAN-RC
              MOVE "HESAP BULUNAMADI." TO WS-TRAN-MSG
           ELSE IF WS-ACCT-STATUS (TRAN-ID) = SPACE
              SET WS-VALID-FAILED TO TRUE
              MOVE 91 TO WS-TRAN-RC
              MOVE "HESAP BULUNAMADI." TO WS-TRAN-MSG
           ELSE IF TRAN-OPT = 'P' AND WS-ACCT-STATUS (TRAN-ID) = 'C'
              SET WS-VALID-FAILED TO TRUE
              MOVE 96 TO WS-TRAN-RC
              MOVE "HESAP KAPALI, BLOKE KONULAMAZ." TO WS-TRAN-MSG
           ELSE IF TRAN-OPT = 'P' AND TRAN-AMOUNT NOT > 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 92 TO WS-TRAN-RC
              MOVE "TUTAR GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-OPT = 'P' AND NOT TRAN-REASON-VALID
              SET WS-VALID-FAILED TO TRUE
              MOVE 97 TO WS-TRAN-RC
              MOVE "BLOKE NEDEN KODU GECERSIZ." TO WS-TRAN-MSG
           ELSE IF TRAN-OPT = 'P' AND
                   (TRAN-EXPIRY < 0 OR
                    (TRAN-EXPIRY NOT = 0 AND NOT WS-DATE-VALID) OR
                    (TRAN-EXPIRY NOT = 0 AND
                     TRAN-EXPIRY < WS-TODAY-RED))
              SET WS-VALID-FAILED TO TRUE
              MOVE 93 TO WS-TRAN-RC
              MOVE "VADE TARIHI GECERSIZ." TO WS-TRAN-MSG
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
           IF TRAN-EXPIRY > 0
              DIVIDE TRAN-EXPIRY BY 100
                 GIVING WS-DATE-CCYYMM REMAINDER WS-DATE-DD
              DIVIDE WS-DATE-CCYYMM BY 100
                 GIVING WS-DATE-CCYY REMAINDER WS-DATE-MM
              IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
                 WS-DATE-DD < 1 OR WS-DATE-DD > 31
                 MOVE 'N' TO WS-DATE-OK
              ELSE
                 COMPUTE WS-DATE-FULL = 19000000 + TRAN-EXPIRY
                 COMPUTE WS-DATE-CHK-INT =
                         FUNCTION INTEGER-OF-DATE (WS-DATE-FULL)
                 IF WS-DATE-CHK-INT = 0
                    MOVE 'N' TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.
       H215-END. EXIT.

      *****************************************************************
      * A new hold is stamped with this run's date as its placed
      * date. A hold number already in use on the account is
      * refused rather than overwritten - changing a hold is a
      * release and a fresh placement, both on the audit log.
      *****************************************************************
       H220-PLACE-HOLD.
           MOVE TRAN-ID TO HLD-ID.
           MOVE TRAN-HOLD-NO TO HLD-NO.
           MOVE TRAN-AMOUNT TO HLD-AMOUNT.
           MOVE TRAN-REASON TO HLD-REASON.
           MOVE WS-TODAY-RED TO HLD-PLACED.
           MOVE TRAN-EXPIRY TO HLD-EXPIRY.
           WRITE HLD-REC
              INVALID KEY
                 MOVE 94 TO WS-TRAN-RC
                 MOVE "BLOKE KAYDI ZATEN MEVCUT." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 MOVE "BLOKE KONULDU." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-PLACE
           END-WRITE.
       H220-END. EXIT.

       H240-RELEASE-HOLD.
           MOVE TRAN-ID TO HLD-ID.
           MOVE TRAN-HOLD-NO TO HLD-NO.
           DELETE HOLD-FILE
              INVALID KEY
                 MOVE 95 TO WS-TRAN-RC
                 MOVE "BLOKE KAYDI BULUNAMADI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 MOVE "BLOKE KALDIRILDI." TO WS-TRAN-MSG
                 ADD 1 TO WS-CNT-RELEASE
           END-DELETE.
       H240-END. EXIT.

      *****************************************************************
      * One audit line per transaction, accepted or rejected - the
      * transaction as keyed, the return code, and the reason.
      *****************************************************************
       H280-WRITE-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE TRAN-OPT TO WS-AUD-OPT.
           MOVE TRAN-ID TO WS-AUD-ID.
           MOVE TRAN-HOLD-NO TO WS-AUD-HOLD-NO.
           MOVE TRAN-AMOUNT TO WS-AUD-AMOUNT.
           MOVE TRAN-REASON TO WS-AUD-REASON.
           MOVE TRAN-EXPIRY TO WS-AUD-EXPIRY.
           MOVE WS-TRAN-RC TO WS-AUD-RC.
           MOVE WS-TRAN-MSG TO WS-AUD-MSG.
           MOVE WS-AUDIT-LINE TO AUD-DESC.
           WRITE AUD-REC.
       H280-END. EXIT.

      *****************************************************************
      * End-of-job totals - placements, releases, rejects, and the
      * whole batch, appended to the audit log the way PBRATMNT
      * closes its own.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO AUD-REC.
           WRITE AUD-REC.
           MOVE "*** BLOKE BAKIM RAPORU ***" TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PLACE COUNT   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-PLACE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO AUD-DESC.
           WRITE AUD-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "RELEASE COUNT :" TO WS-RPT-LABEL.
           MOVE WS-CNT-RELEASE TO WS-RPT-COUNT.
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
                 HOLD-FILE
                 AUDIT-FILE.
           STOP RUN.
       H300-END. EXIT.
