      *****************************************************************
      * Program name:    PBEFTIN
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Inbound EFT/FAST interface. Takes one clearing-house credit
      * file and builds from it an INPFILE batch PBURWDE posts as it
      * stands - an 'H' header under a new batch number and the
      * interface's own operator id, one 'U' credit per incoming
      * payment, and the 'Z' trailer with the count and hash total
      * H105-VERIFY-BATCH proves.
      *
      * The clearing file is proved against its own header and
      * trailer (credit count and amount total) before anything is
      * written, and refused outright when it does not balance, when
      * it is older than or the same as the last clearing file taken
      * in, or when it carries a credit in a currency with no
      * suspense account on the control card.
      *
      * Each credit is matched to its IDX-FILE account through PBSUB
      * by the account id it names, and the beneficiary surname on
      * the credit must be the account holder's surname on the
      * customer master. A credit that cannot be applied - unknown
      * account, surname mismatch, closed or frozen account, or a
      * currency other than the account's - is credited instead to
      * the suspense account for its currency, recorded on
      * SUSP-FILE as an open suspense item and listed on the suspense
      * report. PBEFTSUS works those items off later, to the right
      * account or back to the sender.
      *
      * Nothing is posted here; the batch number, the last clearing
      * file taken in and the last suspense reference are carried on
      * EFT-CONTROL and only moved on at a clean end of job, so a
      * rerun after an abend rebuilds the same batch under the same
      * numbers.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBEFTIN.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO EFTCARD
                           STATUS ST-CTLFILE.
           SELECT CLR-FILE ASSIGN TO CLRFILE
                           STATUS ST-CLRFILE.
           SELECT INP-FILE ASSIGN TO INPFILE
                           STATUS ST-INPFILE.
           SELECT SUSP-FILE ASSIGN TO SUSPFILE
                           STATUS ST-SUSPFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY SUS-KEY.
           SELECT ECT-FILE ASSIGN TO EFTCNTL
                           STATUS ST-ECTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY ECT-KEY.
           SELECT RPT-FILE ASSIGN TO EFTRPT
                           STATUS ST-RPTFILE.
           SELECT SRP-FILE ASSIGN TO SUSRPT
                           STATUS ST-SRPFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The interface's control card - the operator id its batches
      * are keyed under (the maker PBURWDE parks items against), the
      * batch number to start from when EFT-CONTROL does not exist
      * yet, and one suspense account per currency. A blank currency
      * is the base currency (TRY); an unused entry is all zero.
      *****************************************************************
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-OPERATOR         PIC X(08).
           03 CTL-FIRST-BATCH      PIC 9(07).
           03 CTL-SUSP-ENTRY OCCURS 5 TIMES.
              05 CTL-SUSP-CURR     PIC X(03).
              05 CTL-SUSP-ID       PIC 9(05).
      *****************************************************************
      * The clearing-house credit file - one header naming the file
      * (business date and the file's number within that date), one
      * 'D' record per incoming credit, and a trailer carrying the
      * credit count and the amount total. Amounts are whole units
      * of the credit's currency, the way IDX-BALANCE holds them.
      *****************************************************************
       FD CLR-FILE RECORDING MODE F.
       01 CLR-REC.
           03 CLR-TYPE             PIC X(01).
           03 CLR-REF              PIC X(16).
           03 CLR-VALUE-DATE       PIC 9(08).
           03 CLR-SND-BANK         PIC X(04).
           03 CLR-SND-ACCOUNT      PIC X(26).
           03 CLR-SND-NAME         PIC X(30).
           03 CLR-ACCT-ID          PIC 9(05).
           03 CLR-BEN-NAME         PIC X(15).
           03 CLR-BEN-SURNAME      PIC X(15).
           03 CLR-AMOUNT           PIC 9(15).
           03 CLR-CURRENCY         PIC X(03).
           03 FILLER               PIC X(12).
       01 CLR-HDR-REC.
           03 CLR-HDR-TYPE         PIC X(01).
           03 CLR-HDR-BANK         PIC X(04).
           03 CLR-HDR-DATE         PIC 9(08).
           03 CLR-HDR-SEQ          PIC 9(04).
           03 FILLER               PIC X(133).
       01 CLR-TRL-REC.
           03 CLR-TRL-TYPE         PIC X(01).
           03 CLR-TRL-COUNT        PIC 9(07).
           03 CLR-TRL-TOTAL        PIC 9(17).
           03 FILLER               PIC X(125).
      *    INP-REC mirrors PBURWDE's own copy field for field -
      *    PBURWDE reads the batch, this job only writes it.
       FD INP-FILE RECORDING MODE F.
       01 INP-REC.
         03 INP-OPT                PIC X(01).
         03 INP-ID                 PIC 9(05).
         03 INP-AMOUNT             PIC S9(15).
         03 INP-NAME-AREA.
            05 INP-NAME            PIC X(15).
            05 INP-SURNAME         PIC X(15).
         03 INP-EXC                PIC S9(03).
         03 INP-DATE               PIC S9(07).
         03 INP-END-ID             PIC 9(05).
         03 INP-STATUS             PIC X(01).
         03 INP-CUST               PIC 9(05).
         03 INP-CURRENCY           PIC X(03).
       01 INP-HDR-REC.
         03 INP-HDR-TYPE           PIC X(01).
         03 INP-HDR-DATE           PIC 9(08).
         03 INP-HDR-BATCH          PIC 9(07).
         03 INP-HDR-OPERATOR       PIC X(08).
         03 FILLER                 PIC X(51).
       01 INP-TRL-REC.
         03 INP-TRL-TYPE           PIC X(01).
         03 INP-TRL-COUNT          PIC 9(07).
         03 INP-TRL-HASH           PIC 9(15).
         03 FILLER                 PIC X(52).
      *****************************************************************
      * One row per credit sent to suspense, keyed by a running
      * suspense reference. The clearing detail is kept whole, so
      * the item can be sent back to the sender, together with the
      * suspense account holding the money and why it is there.
      * PBEFTSUS works the item - sends it to be moved to an account
      * or returned, and closes it once that posting is found on the
      * book - and records on it when, in which batch and by whom.
      *****************************************************************
       FD SUSP-FILE.
       01 SUS-REC.
           03 SUS-KEY.
                05 SUS-REF         PIC 9(09).
           03 SUS-STATE            PIC X(01).
              88 SUS-OPEN              VALUE 'O'.
              88 SUS-MOVED             VALUE 'M'.
              88 SUS-RETURNED          VALUE 'R'.
              88 SUS-MOVE-SENT         VALUE 'T'.
              88 SUS-RETURN-SENT       VALUE 'U'.
              88 SUS-SENT              VALUE 'T' 'U'.
           03 SUS-REASON           PIC X(01).
           03 SUS-REASON-TEXT      PIC X(30).
           03 SUS-SUSP-ID          PIC 9(05).
           03 SUS-IN-DATE          PIC 9(08).
           03 SUS-IN-BATCH         PIC 9(07).
           03 SUS-CLR-REF          PIC X(16).
           03 SUS-VALUE-DATE       PIC 9(08).
           03 SUS-SND-BANK         PIC X(04).
           03 SUS-SND-ACCOUNT      PIC X(26).
           03 SUS-SND-NAME         PIC X(30).
           03 SUS-ACCT-ID          PIC 9(05).
           03 SUS-BEN-NAME         PIC X(15).
           03 SUS-BEN-SURNAME      PIC X(15).
           03 SUS-AMOUNT           PIC 9(15).
           03 SUS-CURRENCY         PIC X(03).
           03 SUS-OUT-DATE         PIC 9(08).
           03 SUS-OUT-BATCH        PIC 9(07).
           03 SUS-OUT-ACCT         PIC 9(05).
           03 SUS-OUT-OPERATOR     PIC X(08).
           03 SUS-OUT-NOTE         PIC X(30).
      *    A move or return is sent first ('T' / 'U') and only closes
      *    ('M' / 'R') once its posting is found. SUS-OUT-SEQ is the
      *    entry's position in batch SUS-OUT-BATCH - its PEND-FILE key
      *    if PBURWDE parked it - SUS-POST-TS the HIST-TS of the
      *    suspense account's posting that closed it, and
      *    SUS-CONF-BATCH the PBEFTSUS batch whose run closed it.
           03 SUS-OUT-SEQ          PIC 9(07).
           03 SUS-POST-TS          PIC X(21).
           03 SUS-CONF-BATCH       PIC 9(07).
      *****************************************************************
      * The interface's own numbering, one record under key '1' -
      * the last INPFILE batch number handed out by PBEFTIN or
      * PBEFTSUS, the last clearing file taken in, and the last
      * suspense reference used.
      *****************************************************************
       FD ECT-FILE.
       01 ECT-REC.
           03 ECT-KEY              PIC X(01).
           03 ECT-LAST-BATCH       PIC 9(07).
           03 ECT-LAST-CLR-DATE    PIC 9(08).
           03 ECT-LAST-CLR-SEQ     PIC 9(04).
           03 ECT-LAST-SUSP-REF    PIC 9(09).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
       FD SRP-FILE RECORDING MODE F.
       01 SRP-REC.
           03 SRP-DESC             PIC X(118).
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
           05 ST-CLRFILE           PIC 9(02).
              88 ST-CLRFILE-OK         VALUE 00.
           05 ST-INPFILE           PIC 9(02).
              88 ST-INPFILE-OK         VALUE 00.
           05 ST-SUSPFILE          PIC 9(02).
              88 ST-SUSPFILE-OK        VALUE 00 97.
           05 ST-ECTFILE           PIC 9(02).
              88 ST-ECTFILE-OK         VALUE 00 97.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 ST-SRPFILE           PIC 9(02).
              88 ST-SRPFILE-OK         VALUE 00.
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
      *    'Y' once the outputs are open - a refusal before that
      *    point leaves no batch behind and moves no numbers on.
           05 WS-OUTPUT-FLAG       PIC X(01) VALUE 'N'.
              88 WS-OUTPUT-OPENED        VALUE 'Y'.
           05 WS-CLR-FLAG          PIC X(01).
              88 WS-CLR-DONE             VALUE 'Y'.
           05 WS-TRL-FLAG          PIC X(01).
              88 WS-TRAILER-SEEN         VALUE 'Y'.
           05 WS-VER-FLAG          PIC X(01).
              88 WS-VER-FAILED           VALUE 'Y'.
           05 WS-ECT-FLAG          PIC X(01).
              88 WS-ECT-FOUND            VALUE 'Y'.
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-BATCH-NO          PIC 9(07).
           05 WS-SUSP-REF          PIC 9(09).
           05 WS-CLR-DATE          PIC 9(08).
           05 WS-CLR-SEQ           PIC 9(04).
           05 WS-TRL-COUNT         PIC 9(07).
           05 WS-TRL-TOTAL         PIC 9(17).
           05 WS-VER-COUNT         PIC 9(07).
           05 WS-VER-TOTAL         PIC 9(17).
      *    The credit in hand - its currency and the account's, both
      *    with blank read as the base currency, the beneficiary
      *    surname folded to upper case the way the customer master
      *    holds it, and the suspense reason when it cannot be
      *    applied (space when it can).
           05 WS-CLR-CURR          PIC X(03).
           05 WS-ACCT-CURR         PIC X(03).
           05 WS-BEN-SURNAME       PIC X(15).
           05 WS-SUSP-REASON       PIC X(01).
              88 WS-CREDIT-APPLIES      VALUE SPACE.
              88 WS-SR-NO-ACCOUNT       VALUE 'A'.
              88 WS-SR-SURNAME          VALUE 'S'.
              88 WS-SR-CLOSED           VALUE 'K'.
              88 WS-SR-FROZEN           VALUE 'B'.
              88 WS-SR-CURRENCY         VALUE 'P'.
           05 WS-SUSP-TEXT         PIC X(30).
           05 WS-TARGET-ID         PIC 9(05).
           05 WS-SUSP-IDX          PIC S9(04) COMP.
           05 WS-FOUND-IDX         PIC S9(04) COMP.
           05 WS-CHK-CURR          PIC X(03).
           05 WS-CNT-CREDITS       PIC 9(07).
           05 WS-CNT-APPLIED       PIC 9(07).
           05 WS-CNT-SUSPENSE      PIC 9(07).
           05 WS-CNT-NO-ACCOUNT    PIC 9(07).
           05 WS-CNT-SURNAME       PIC 9(07).
           05 WS-CNT-CLOSED        PIC 9(07).
           05 WS-CNT-FROZEN        PIC 9(07).
           05 WS-CNT-CURRENCY      PIC 9(07).
           05 WS-CNT-INP           PIC 9(07).
           05 WS-INP-HASH          PIC 9(15).
           05 WS-AMT-CREDITS       PIC 9(17).
           05 WS-AMT-APPLIED       PIC 9(17).
           05 WS-AMT-SUSPENSE      PIC 9(17).
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
           05 WS-DET-LINE.
              07 WS-DET-REF           PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-DET-ACCT          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DET-SURNAME       PIC X(15).
              07 FILLER               PIC X(01).
              07 WS-DET-AMOUNT        PIC Z(14)9.
              07 FILLER               PIC X(01).
              07 WS-DET-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-DET-TARGET        PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DET-RESULT        PIC X(30).
              07 FILLER               PIC X(23).
           05 WS-SUS-LINE.
              07 WS-SUS-REF           PIC 9(09).
              07 FILLER               PIC X(01).
              07 WS-SUS-CLR-REF       PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-SUS-ACCT          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-SUS-SURNAME       PIC X(15).
              07 FILLER               PIC X(01).
              07 WS-SUS-AMOUNT        PIC Z(14)9.
              07 FILLER               PIC X(01).
              07 WS-SUS-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-SUS-SUSP-ID       PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-SUS-REASON        PIC X(30).
              07 FILLER               PIC X(13).
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
           PERFORM H200-PROCESS UNTIL WS-CLR-DONE.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-CREDITS.
           MOVE 0 TO WS-CNT-APPLIED.
           MOVE 0 TO WS-CNT-SUSPENSE.
           MOVE 0 TO WS-CNT-NO-ACCOUNT.
           MOVE 0 TO WS-CNT-SURNAME.
           MOVE 0 TO WS-CNT-CLOSED.
           MOVE 0 TO WS-CNT-FROZEN.
           MOVE 0 TO WS-CNT-CURRENCY.
           MOVE 0 TO WS-CNT-INP.
           MOVE 0 TO WS-INP-HASH.
           MOVE 0 TO WS-AMT-CREDITS.
           MOVE 0 TO WS-AMT-APPLIED.
           MOVE 0 TO WS-AMT-SUSPENSE.
           MOVE 'N' TO WS-CLR-FLAG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
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
           IF CTL-OPERATOR = SPACES
              DISPLAY "CONTROL CARD OPERATOR MISSING"
              PERFORM H190-REFUSE-RUN
           END-IF.
           IF CTL-FIRST-BATCH NOT NUMERIC
              DISPLAY "CONTROL CARD FIRST BATCH INVALID"
              PERFORM H190-REFUSE-RUN
           END-IF.
           PERFORM H102-CHECK-CARD-ENTRY
              VARYING WS-SUSP-IDX FROM 1 BY 1
              UNTIL WS-SUSP-IDX > 5.
           PERFORM H104-READ-CONTROL.
           OPEN INPUT CLR-FILE.
           IF NOT ST-CLRFILE-OK
              DISPLAY "CLR-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CLRFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           PERFORM H105-VERIFY-FILE.
           PERFORM H120-OPEN-SESSION.
           PERFORM H108-CHECK-SUSPENSE
              VARYING WS-SUSP-IDX FROM 1 BY 1
              UNTIL WS-SUSP-IDX > 5.
           PERFORM H110-OPEN-OUTPUTS.
           PERFORM H150-READ-CLR.
       H100-END. EXIT.

      *    A suspense entry is either unused (all zero) or names an
      *    account; its currency is stored folded, blank as TRY.
       H102-CHECK-CARD-ENTRY.
           IF CTL-SUSP-ID (WS-SUSP-IDX) NOT NUMERIC
              DISPLAY "CONTROL CARD SUSPENSE ACCOUNT INVALID"
              PERFORM H190-REFUSE-RUN
           END-IF.
           IF CTL-SUSP-CURR (WS-SUSP-IDX) = SPACES
              MOVE 'TRY' TO CTL-SUSP-CURR (WS-SUSP-IDX)
           END-IF.
       H102-END. EXIT.

      *****************************************************************
      * Picks up the interface's numbering. With no control record
      * yet, batches start from the control card's first batch
      * number and suspense references from one; otherwise both
      * continue from the last ones handed out.
      *****************************************************************
       H104-READ-CONTROL.
           OPEN I-O ECT-FILE.
           IF NOT ST-ECTFILE-OK
              DISPLAY "ECT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-ECTFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           MOVE 'N' TO WS-ECT-FLAG.
           MOVE '1' TO ECT-KEY.
           READ ECT-FILE KEY ECT-KEY
              INVALID KEY
                 MOVE CTL-FIRST-BATCH TO WS-BATCH-NO
                 MOVE 1 TO WS-SUSP-REF
              NOT INVALID KEY
                 SET WS-ECT-FOUND TO TRUE
                 COMPUTE WS-BATCH-NO = ECT-LAST-BATCH + 1
                 COMPUTE WS-SUSP-REF = ECT-LAST-SUSP-REF + 1
           END-READ.
           IF WS-BATCH-NO = 0
              DISPLAY "CONTROL CARD FIRST BATCH INVALID"
              PERFORM H190-REFUSE-RUN
           END-IF.
       H104-END. EXIT.

      *****************************************************************
      * Proves the clearing file against its own header and trailer
      * in one pass, then rewinds it past the header for the real
      * pass - the same discipline PBURWDE applies to INPFILE. The
      * file must be newer than the last one taken in, every credit
      * must carry a positive amount in a currency that has a
      * suspense account, and the trailer's count and amount total
      * must match what is actually on the file.
      *****************************************************************
       H105-VERIFY-FILE.
           MOVE 0 TO WS-VER-COUNT.
           MOVE 0 TO WS-VER-TOTAL.
           MOVE 'N' TO WS-TRL-FLAG.
           MOVE 'N' TO WS-VER-FLAG.
           READ CLR-FILE.
           IF NOT ST-CLRFILE-OK OR CLR-HDR-TYPE NOT = 'H'
              DISPLAY "CLEARING FILE HEADER MISSING"
              PERFORM H190-REFUSE-RUN
           END-IF.
           MOVE CLR-HDR-DATE TO WS-CLR-DATE.
           MOVE CLR-HDR-SEQ TO WS-CLR-SEQ.
           IF WS-ECT-FOUND
              IF WS-CLR-DATE < ECT-LAST-CLR-DATE OR
                 (WS-CLR-DATE = ECT-LAST-CLR-DATE AND
                  WS-CLR-SEQ NOT > ECT-LAST-CLR-SEQ)
                 DISPLAY "CLEARING FILE ALREADY PROCESSED: "
                         WS-CLR-DATE "/" WS-CLR-SEQ
                 PERFORM H190-REFUSE-RUN
              END-IF
           END-IF.
           PERFORM H106-VERIFY-RECORD
              UNTIL WS-TRAILER-SEEN OR NOT ST-CLRFILE-OK.
           IF NOT WS-TRAILER-SEEN
              DISPLAY "CLEARING FILE TRAILER MISSING"
              PERFORM H190-REFUSE-RUN
           END-IF.
           IF WS-VER-FAILED
              PERFORM H190-REFUSE-RUN
           END-IF.
           IF WS-TRL-COUNT NOT = WS-VER-COUNT
              DISPLAY "CLEARING FILE COUNT MISMATCH"
              DISPLAY "TRAILER: " WS-TRL-COUNT
              DISPLAY "COUNTED: " WS-VER-COUNT
              PERFORM H190-REFUSE-RUN
           END-IF.
           IF WS-TRL-TOTAL NOT = WS-VER-TOTAL
              DISPLAY "CLEARING FILE AMOUNT TOTAL MISMATCH"
              DISPLAY "TRAILER: " WS-TRL-TOTAL
              DISPLAY "COMPUTED: " WS-VER-TOTAL
              PERFORM H190-REFUSE-RUN
           END-IF.
           READ CLR-FILE.
           IF ST-CLRFILE-OK
              DISPLAY "CLEARING FILE RECORDS AFTER TRAILER"
              PERFORM H190-REFUSE-RUN
           END-IF.
           CLOSE CLR-FILE.
           OPEN INPUT CLR-FILE.
           IF NOT ST-CLRFILE-OK
              DISPLAY "CLR-FILE REOPEN ERROR"
              PERFORM H190-REFUSE-RUN
           END-IF.
           READ CLR-FILE.
       H105-END. EXIT.

       H106-VERIFY-RECORD.
           READ CLR-FILE.
           IF ST-CLRFILE-OK
              IF CLR-TRL-TYPE = 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE CLR-TRL-COUNT TO WS-TRL-COUNT
                 MOVE CLR-TRL-TOTAL TO WS-TRL-TOTAL
              ELSE IF CLR-TYPE NOT = 'D'
                 DISPLAY "CLEARING FILE RECORD TYPE INVALID: "
                         CLR-TYPE
                 SET WS-VER-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-VER-COUNT
                 IF CLR-AMOUNT NOT NUMERIC OR CLR-AMOUNT = 0
                    DISPLAY "CLEARING CREDIT AMOUNT INVALID: "
                            CLR-REF
                    SET WS-VER-FAILED TO TRUE
                 ELSE
                    ADD CLR-AMOUNT TO WS-VER-TOTAL
                 END-IF
                 MOVE CLR-CURRENCY TO WS-CHK-CURR
                 PERFORM H107-FIND-SUSPENSE
                 IF WS-FOUND-IDX = 0
                    DISPLAY "NO SUSPENSE ACCOUNT FOR CURRENCY: "
                            WS-CHK-CURR
                    SET WS-VER-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.
       H106-END. EXIT.

      *    The control card entry for the currency in WS-CHK-CURR
      *    (blank folded to TRY first) into WS-FOUND-IDX, zero when
      *    the card names no suspense account for it.
       H107-FIND-SUSPENSE.
           IF WS-CHK-CURR = SPACES
              MOVE 'TRY' TO WS-CHK-CURR
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM H109-MATCH-ENTRY
              VARYING WS-SUSP-IDX FROM 1 BY 1
              UNTIL WS-SUSP-IDX > 5 OR WS-FOUND-IDX > 0.
       H107-END. EXIT.

       H109-MATCH-ENTRY.
           IF CTL-SUSP-ID (WS-SUSP-IDX) > 0 AND
              CTL-SUSP-CURR (WS-SUSP-IDX) = WS-CHK-CURR
              MOVE WS-SUSP-IDX TO WS-FOUND-IDX
           END-IF.
       H109-END. EXIT.

      *****************************************************************
      * Every suspense account on the card must exist, be open to
      * movement and be held in the currency it is named for -
      * otherwise the very credits that could not be applied would
      * be refused again by PBURWDE.
      *****************************************************************
       H108-CHECK-SUSPENSE.
           IF CTL-SUSP-ID (WS-SUSP-IDX) > 0
              MOVE CTL-SUSP-ID (WS-SUSP-IDX) TO WS-SUB-ID
              PERFORM H165-CALL-READ
              IF WS-SUB-RC NOT = 0 AND WS-SUB-RC NOT = 97
                 DISPLAY "SUSPENSE ACCOUNT NOT FOUND: " WS-SUB-ID
                 PERFORM H190-REFUSE-RUN
              END-IF
              IF WS-SUB-STATUS = 'C' OR WS-SUB-STATUS = 'F'
                 DISPLAY "SUSPENSE ACCOUNT NOT OPEN: " WS-SUB-ID
                 PERFORM H190-REFUSE-RUN
              END-IF
              IF WS-ACCT-CURR NOT = CTL-SUSP-CURR (WS-SUSP-IDX)
                 DISPLAY "SUSPENSE ACCOUNT CURRENCY WRONG: "
                         WS-SUB-ID
                 PERFORM H190-REFUSE-RUN
              END-IF
           END-IF.
       H108-END. EXIT.

      *****************************************************************
      * Opens the batch, the suspense file and both reports, and
      * writes the INPFILE header under the new batch number - only
      * reached once the clearing file and the card have both passed.
      *****************************************************************
       H110-OPEN-OUTPUTS.
           OPEN OUTPUT INP-FILE.
           IF NOT ST-INPFILE-OK
              DISPLAY "INP-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-INPFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN I-O SUSP-FILE.
           IF NOT ST-SUSPFILE-OK
              DISPLAY "SUSP-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SUSPFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN OUTPUT SRP-FILE.
           IF NOT ST-SRPFILE-OK
              DISPLAY "SRP-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SRPFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           SET WS-OUTPUT-OPENED TO TRUE.
           MOVE SPACES TO INP-HDR-REC.
           MOVE 'H' TO INP-HDR-TYPE.
           MOVE WS-TODAY-DATE TO INP-HDR-DATE.
           MOVE WS-BATCH-NO TO INP-HDR-BATCH.
           MOVE CTL-OPERATOR TO INP-HDR-OPERATOR.
           WRITE INP-HDR-REC.
           MOVE "*** GELEN EFT/FAST ALACAK LISTESI ***" TO RPT-DESC.
           WRITE RPT-REC.
           MOVE "*** ASKI HESABINA ALINAN ALACAKLAR ***" TO SRP-DESC.
           WRITE SRP-REC.
       H110-END. EXIT.

      *****************************************************************
      * Opens a PBSUB batch session so IDX-FILE is opened once for
      * every account lookup in the run rather than once per credit.
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

       H125-CLOSE-SESSION.
           SET WS-SUB-FUNC-CLOSE TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE 'N' TO WS-SESSION-FLAG.
       H125-END. EXIT.

       H150-READ-CLR.
           READ CLR-FILE
              AT END
                 SET WS-CLR-DONE TO TRUE
           END-READ.
       H150-END. EXIT.

      *    Reads the account in WS-SUB-ID through PBSUB, leaving its
      *    currency folded into WS-ACCT-CURR.
       H165-CALL-READ.
           SET WS-SUB-FUNC-READ TO TRUE.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE WS-SUB-CURRENCY TO WS-ACCT-CURR.
           IF WS-ACCT-CURR = SPACES
              MOVE 'TRY' TO WS-ACCT-CURR
           END-IF.
       H165-END. EXIT.

      *****************************************************************
      * Refuses the run before any output exists - the numbering on
      * EFT-CONTROL is left as it was found and the job ends with
      * condition code 8.
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
           MOVE 'PBEFTIN ' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBEFTIN '
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
              MOVE 'PBEFTIN ' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

      *****************************************************************
      * One clearing record per pass - the trailer ends the file,
      * every credit becomes exactly one 'U' line, to its own account
      * or to suspense.
      *****************************************************************
       H200-PROCESS.
           IF CLR-TRL-TYPE = 'T'
              SET WS-CLR-DONE TO TRUE
           ELSE
              ADD 1 TO WS-CNT-CREDITS
              ADD CLR-AMOUNT TO WS-AMT-CREDITS
              PERFORM H210-MATCH-CREDIT
              IF WS-CREDIT-APPLIES
                 MOVE CLR-ACCT-ID TO WS-TARGET-ID
                 ADD 1 TO WS-CNT-APPLIED
                 ADD CLR-AMOUNT TO WS-AMT-APPLIED
                 MOVE "HESABA ALACAK YAZILDI." TO WS-SUSP-TEXT
              ELSE
                 PERFORM H230-TO-SUSPENSE
              END-IF
              PERFORM H240-WRITE-CREDIT
              PERFORM H250-WRITE-DETAIL
              PERFORM H150-READ-CLR
           END-IF.
       H200-END. EXIT.

      *****************************************************************
      * Decides whether the credit can go to the account it names -
      * the first test it fails is the suspense reason.
      *****************************************************************
       H210-MATCH-CREDIT.
           MOVE SPACE TO WS-SUSP-REASON.
           MOVE CLR-CURRENCY TO WS-CLR-CURR.
           IF WS-CLR-CURR = SPACES
              MOVE 'TRY' TO WS-CLR-CURR
           END-IF.
           MOVE CLR-BEN-SURNAME TO WS-BEN-SURNAME.
           INSPECT WS-BEN-SURNAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF CLR-ACCT-ID NOT NUMERIC OR CLR-ACCT-ID = 0
              SET WS-SR-NO-ACCOUNT TO TRUE
           ELSE
              MOVE CLR-ACCT-ID TO WS-SUB-ID
              PERFORM H165-CALL-READ
              IF WS-SUB-RC NOT = 0 AND WS-SUB-RC NOT = 97
                 SET WS-SR-NO-ACCOUNT TO TRUE
              ELSE IF WS-SUB-SURNAME NOT = WS-BEN-SURNAME
                 SET WS-SR-SURNAME TO TRUE
              ELSE IF WS-SUB-STATUS = 'C'
                 SET WS-SR-CLOSED TO TRUE
              ELSE IF WS-SUB-STATUS = 'F'
                 SET WS-SR-FROZEN TO TRUE
              ELSE IF WS-ACCT-CURR NOT = WS-CLR-CURR
                 SET WS-SR-CURRENCY TO TRUE
              END-IF
           END-IF.
       H210-END. EXIT.

      *****************************************************************
      * Sends the credit to the suspense account for its currency
      * and opens a suspense item for it under the next reference. A
      * rerun after an abend meets its own earlier item under the
      * same reference and simply rewrites it.
      *****************************************************************
       H230-TO-SUSPENSE.
           EVALUATE TRUE
              WHEN WS-SR-NO-ACCOUNT
                 MOVE "HESAP BULUNAMADI." TO WS-SUSP-TEXT
                 ADD 1 TO WS-CNT-NO-ACCOUNT
              WHEN WS-SR-SURNAME
                 MOVE "ALICI SOYADI UYUSMUYOR." TO WS-SUSP-TEXT
                 ADD 1 TO WS-CNT-SURNAME
              WHEN WS-SR-CLOSED
                 MOVE "HESAP KAPALI." TO WS-SUSP-TEXT
                 ADD 1 TO WS-CNT-CLOSED
              WHEN WS-SR-FROZEN
                 MOVE "HESAP BLOKELI." TO WS-SUSP-TEXT
                 ADD 1 TO WS-CNT-FROZEN
              WHEN OTHER
                 MOVE "DOVIZ CINSI UYUSMUYOR." TO WS-SUSP-TEXT
                 ADD 1 TO WS-CNT-CURRENCY
           END-EVALUATE.
           MOVE WS-CLR-CURR TO WS-CHK-CURR.
           PERFORM H107-FIND-SUSPENSE.
           MOVE CTL-SUSP-ID (WS-FOUND-IDX) TO WS-TARGET-ID.
           ADD 1 TO WS-CNT-SUSPENSE.
           ADD CLR-AMOUNT TO WS-AMT-SUSPENSE.
           MOVE SPACES TO SUS-REC.
           MOVE WS-SUSP-REF TO SUS-REF.
           SET SUS-OPEN TO TRUE.
           MOVE WS-SUSP-REASON TO SUS-REASON.
           MOVE WS-SUSP-TEXT TO SUS-REASON-TEXT.
           MOVE WS-TARGET-ID TO SUS-SUSP-ID.
           MOVE WS-TODAY-DATE TO SUS-IN-DATE.
           MOVE WS-BATCH-NO TO SUS-IN-BATCH.
           MOVE CLR-REF TO SUS-CLR-REF.
           MOVE CLR-VALUE-DATE TO SUS-VALUE-DATE.
           MOVE CLR-SND-BANK TO SUS-SND-BANK.
           MOVE CLR-SND-ACCOUNT TO SUS-SND-ACCOUNT.
           MOVE CLR-SND-NAME TO SUS-SND-NAME.
           IF CLR-ACCT-ID NUMERIC
              MOVE CLR-ACCT-ID TO SUS-ACCT-ID
           ELSE
              MOVE 0 TO SUS-ACCT-ID
           END-IF.
           MOVE CLR-BEN-NAME TO SUS-BEN-NAME.
           MOVE CLR-BEN-SURNAME TO SUS-BEN-SURNAME.
           MOVE CLR-AMOUNT TO SUS-AMOUNT.
           MOVE WS-CLR-CURR TO SUS-CURRENCY.
           MOVE 0 TO SUS-OUT-DATE.
           MOVE 0 TO SUS-OUT-BATCH.
           MOVE 0 TO SUS-OUT-ACCT.
           MOVE 0 TO SUS-OUT-SEQ.
           MOVE 0 TO SUS-CONF-BATCH.
           WRITE SUS-REC
              INVALID KEY
                 REWRITE SUS-REC
           END-WRITE.
           MOVE SPACES TO WS-SUS-LINE.
           MOVE SUS-REF TO WS-SUS-REF.
           MOVE SUS-CLR-REF TO WS-SUS-CLR-REF.
           MOVE SUS-ACCT-ID TO WS-SUS-ACCT.
           MOVE SUS-BEN-SURNAME TO WS-SUS-SURNAME.
           MOVE SUS-AMOUNT TO WS-SUS-AMOUNT.
           MOVE SUS-CURRENCY TO WS-SUS-CURR.
           MOVE SUS-SUSP-ID TO WS-SUS-SUSP-ID.
           MOVE SUS-REASON-TEXT TO WS-SUS-REASON.
           MOVE WS-SUS-LINE TO SRP-DESC.
           WRITE SRP-REC.
           ADD 1 TO WS-SUSP-REF.
       H230-END. EXIT.

      *    The 'U' credit line, laid out the way PBURWDE reads a 'U'
      *    - amount, account, nothing else.
       H240-WRITE-CREDIT.
           MOVE SPACES TO INP-REC.
           MOVE 'U' TO INP-OPT.
           MOVE WS-TARGET-ID TO INP-ID.
           MOVE CLR-AMOUNT TO INP-AMOUNT.
           MOVE 0 TO INP-EXC.
           MOVE 0 TO INP-DATE.
           MOVE 0 TO INP-END-ID.
           MOVE 0 TO INP-CUST.
           WRITE INP-REC.
           ADD 1 TO WS-CNT-INP.
           ADD CLR-AMOUNT TO WS-INP-HASH.
       H240-END. EXIT.

       H250-WRITE-DETAIL.
           MOVE SPACES TO WS-DET-LINE.
           MOVE CLR-REF TO WS-DET-REF.
           IF CLR-ACCT-ID NUMERIC
              MOVE CLR-ACCT-ID TO WS-DET-ACCT
           ELSE
              MOVE 0 TO WS-DET-ACCT
           END-IF.
           MOVE CLR-BEN-SURNAME TO WS-DET-SURNAME.
           MOVE CLR-AMOUNT TO WS-DET-AMOUNT.
           MOVE WS-CLR-CURR TO WS-DET-CURR.
           MOVE WS-TARGET-ID TO WS-DET-TARGET.
           MOVE WS-SUSP-TEXT TO WS-DET-RESULT.
           MOVE WS-DET-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H250-END. EXIT.

      *****************************************************************
      * Closes the batch with its trailer and moves the numbering
      * on - batch number, clearing file, suspense reference - so
      * the next run cannot reuse any of them.
      *****************************************************************
       H260-CLOSE-BATCH.
           MOVE SPACES TO INP-TRL-REC.
           MOVE 'Z' TO INP-TRL-TYPE.
           MOVE WS-CNT-INP TO INP-TRL-COUNT.
           MOVE WS-INP-HASH TO INP-TRL-HASH.
           WRITE INP-TRL-REC.
           MOVE '1' TO ECT-KEY.
           MOVE WS-BATCH-NO TO ECT-LAST-BATCH.
           MOVE WS-CLR-DATE TO ECT-LAST-CLR-DATE.
           MOVE WS-CLR-SEQ TO ECT-LAST-CLR-SEQ.
           COMPUTE ECT-LAST-SUSP-REF = WS-SUSP-REF - 1.
           IF WS-ECT-FOUND
              REWRITE ECT-REC
           ELSE
              WRITE ECT-REC
           END-IF.
       H260-END. EXIT.

      *****************************************************************
      * End-of-job totals - credits taken in, applied and sent to
      * suspense by reason, and the amounts. Applied plus suspense
      * must account for the whole clearing file.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** EFT/FAST ARAYUZ KONTROL RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BATCH NUMBER  :" TO WS-RPT-LABEL.
           MOVE WS-BATCH-NO TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CREDITS READ  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CREDITS TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "APPLIED       :" TO WS-RPT-LABEL.
           MOVE WS-CNT-APPLIED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "TO SUSPENSE   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SUSPENSE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE " NO ACCOUNT   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-ACCOUNT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE " SURNAME DIFF :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SURNAME TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE " CLOSED       :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CLOSED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE " FROZEN       :" TO WS-RPT-LABEL.
           MOVE WS-CNT-FROZEN TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE " CURRENCY DIFF:" TO WS-RPT-LABEL.
           MOVE WS-CNT-CURRENCY TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "INPFILE LINES :" TO WS-RPT-LABEL.
           MOVE WS-CNT-INP TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "CLEARING TOTAL:" TO WS-AMT-LABEL.
           MOVE WS-AMT-CREDITS TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "APPLIED AMOUNT:" TO WS-AMT-LABEL.
           MOVE WS-AMT-APPLIED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "SUSPENSE AMT  :" TO WS-AMT-LABEL.
           MOVE WS-AMT-SUSPENSE TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           IF WS-CNT-CREDITS = WS-TRL-COUNT AND
              WS-AMT-CREDITS = WS-TRL-TOTAL AND
              WS-AMT-CREDITS = WS-AMT-APPLIED + WS-AMT-SUSPENSE AND
              WS-CNT-INP = WS-CNT-CREDITS
              MOVE "MUTABIK - TUM ALACAKLAR HESABA VEYA ASKIYA ALINDI."
                   TO RPT-DESC
              WRITE RPT-REC
           ELSE
              MOVE "MUTABIK DEGIL - TAKAS DOSYASI ILE PAKET UYUSMUYOR."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H310-END. EXIT.

       H300-TERMINATE.
           IF WS-OUTPUT-OPENED AND WS-CLR-DONE
              PERFORM H260-CLOSE-BATCH
           END-IF.
           IF WS-SESSION-OPENED
              PERFORM H125-CLOSE-SESSION
           END-IF.
           IF WS-OUTPUT-OPENED
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 CLR-FILE
                 INP-FILE
                 SUSP-FILE
                 ECT-FILE
                 RPT-FILE
                 SRP-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
