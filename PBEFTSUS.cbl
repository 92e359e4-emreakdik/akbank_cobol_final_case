      *****************************************************************
      * Program name:    PBEFTSUS
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Works off the EFT/FAST suspense items PBEFTIN opens on
      * SUSP-FILE. Operations key one card per item they have
      * resolved: 'M' moves the credit from the suspense account to
      * the account it should have gone to, 'R' returns it to the
      * sender. Like PBEFTIN this job posts nothing itself - it
      * builds an INPFILE batch, under the next interface batch
      * number and the operator id on its control card, so every
      * move and return goes through PBURWDE and its approval rules
      * like any keyed transaction:
      *   - a move is a 'T' from the suspense account to the target,
      *   - a return is a 'U' debit of the suspense account, with a
      *     return record for the clearing house carrying the
      *     original credit's reference and sender.
      * A card is refused when the item is unknown or not open, or
      * - for a move - when the target account does not exist, is
      * closed or frozen, or is held in another currency. The item
      * is marked sent on SUSP-FILE with the date, batch, position
      * in the batch, target and operator as soon as its line is
      * written; the batch number itself is only released at a
      * clean end of job, so a rerun after an abend rebuilds the
      * same batch from the same deck.
      *
      * A sent item is not closed until its posting is seen. Each
      * run starts by checking every item sent in an earlier batch,
      * before the PBSUB session is opened: one PBURWDE parked
      * (PEND-FILE, by batch and position) and a checker declined,
      * let expire or saw PBSUB refuse goes back to open; one still
      * waiting for a checker stays sent; otherwise the suspense
      * account's HIST-FILE rows from the day it was sent are
      * searched for the posting itself - a 'T' of the amount to
      * the target or a 'U' debit of the amount - and each posting
      * closes one item only. A found posting closes the item, and
      * only then is a return's record written to CLRRET. A sent
      * item neither found nor parked stays sent; once its batch is
      * known to have been run, a 'C' card takes it back to open so
      * it can be worked again.
      *
      * Every item still open at the end of the run is listed with
      * its age in days, those older than the control card's limit
      * marked, so the suspense balance is seen being worked down.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBEFTSUS.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO SUSCTL
                           STATUS ST-CTLFILE.
           SELECT CARD-FILE ASSIGN TO SUSCARD
                           STATUS ST-CARDFILE.
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
           SELECT INP-FILE ASSIGN TO INPFILE
                           STATUS ST-INPFILE.
           SELECT HIST-FILE ASSIGN TO IOHIST
                           STATUS ST-HISTFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HIST-KEY.
           SELECT PEND-FILE ASSIGN TO PENDFILE
                           STATUS ST-PENDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY.
           SELECT RET-FILE ASSIGN TO CLRRET
                           STATUS ST-RETFILE.
           SELECT RPT-FILE ASSIGN TO SUSMRPT
                           STATUS ST-RPTFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    The operator the batch is keyed under, and the age in days
      *    past which an open item is marked on the open-item list.
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-OPERATOR         PIC X(08).
           03 CTL-AGE-DAYS         PIC 9(03).
       FD CARD-FILE RECORDING MODE F.
       01 SMC-REC.
           03 SMC-ACTION           PIC X(01).
              88 SMC-MOVE              VALUE 'M'.
              88 SMC-RETURN            VALUE 'R'.
              88 SMC-CANCEL            VALUE 'C'.
           03 SMC-REF              PIC 9(09).
           03 SMC-TARGET           PIC 9(05).
           03 SMC-NOTE             PIC X(30).
      *    SUS-REC mirrors PBEFTIN's own copy field for field -
      *    PBEFTIN opens the items, this job closes them.
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
           03 SUS-OUT-SEQ          PIC 9(07).
           03 SUS-POST-TS          PIC X(21).
           03 SUS-CONF-BATCH       PIC 9(07).
      *    ECT-REC mirrors PBEFTIN's own copy - both jobs take their
      *    batch numbers from it.
       FD ECT-FILE.
       01 ECT-REC.
           03 ECT-KEY              PIC X(01).
           03 ECT-LAST-BATCH       PIC 9(07).
           03 ECT-LAST-CLR-DATE    PIC 9(08).
           03 ECT-LAST-CLR-SEQ     PIC 9(04).
           03 ECT-LAST-SUSP-REF    PIC 9(09).
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
      *    HIST-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns HIST-FILE and writes it, PBEFTSUS only reads it.
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
           03 HIST-REV-TS          PIC X(21).
           03 HIST-XFER-ID         PIC 9(05).
           03 HIST-OLD-STATUS      PIC X(01).
           03 HIST-NEW-STATUS      PIC X(01).
           03 HIST-OLD-CUST-NO     PIC 9(05).
           03 HIST-NEW-CUST-NO     PIC 9(05).
           03 HIST-OLD-LAST-ACCR   PIC 9(07).
           03 HIST-NEW-LAST-ACCR   PIC 9(07).
      *    PND-REC mirrors PBURWDE's own copy field for field -
      *    PBURWDE parks the rows, PBAPPRV decides them, PBEFTSUS
      *    only reads the decision on its own entries.
       FD PEND-FILE.
       01 PND-REC.
           03 PND-KEY.
                05 PND-BATCH-NO    PIC 9(07).
                05 PND-SEQ         PIC 9(07).
           03 PND-STATE            PIC X(01).
              88 PND-PENDING           VALUE 'P'.
              88 PND-APPROVED          VALUE 'A'.
              88 PND-DECLINED          VALUE 'R'.
              88 PND-EXPIRED           VALUE 'E'.
              88 PND-FAILED            VALUE 'F'.
           03 PND-REASON           PIC X(01).
           03 PND-MAKER            PIC X(08).
           03 PND-PARK-DATE        PIC 9(08).
           03 PND-BRANCH           PIC S9(03).
           03 PND-TRAN.
              05 PND-OPT           PIC X(01).
              05 PND-ID            PIC 9(05).
              05 PND-AMOUNT        PIC S9(15).
              05 PND-NAME-AREA.
                 07 PND-NAME       PIC X(15).
                 07 PND-SURNAME    PIC X(15).
              05 PND-REV-AREA REDEFINES PND-NAME-AREA.
                 07 PND-REV-TS     PIC X(21).
                 07 FILLER         PIC X(09).
              05 PND-EXC           PIC S9(03).
              05 PND-DATE          PIC S9(07).
              05 PND-END-ID        PIC 9(05).
              05 PND-STATUS        PIC X(01).
              05 PND-CUST          PIC 9(05).
              05 PND-CURRENCY      PIC X(03).
           03 PND-CHECKER          PIC X(08).
           03 PND-DECIDE-DATE      PIC 9(08).
           03 PND-RC               PIC 9(02).
           03 PND-NOTE             PIC X(40).
      *****************************************************************
      * One return per credit sent back - the original clearing
      * reference, value date and sender, the amount and currency,
      * and the suspense reference and reason it goes back with.
      *****************************************************************
       FD RET-FILE RECORDING MODE F.
       01 RET-REC.
           03 RET-CLR-REF          PIC X(16).
           03 RET-VALUE-DATE       PIC 9(08).
           03 RET-SND-BANK         PIC X(04).
           03 RET-SND-ACCOUNT      PIC X(26).
           03 RET-SND-NAME         PIC X(30).
           03 RET-AMOUNT           PIC 9(15).
           03 RET-CURRENCY         PIC X(03).
           03 RET-SUSP-REF         PIC 9(09).
           03 RET-DATE             PIC 9(08).
           03 RET-REASON           PIC X(30).
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
           05 ST-CARDFILE          PIC 9(02).
              88 ST-CARDFILE-OK        VALUE 00.
              88 ST-CARDFILE-EOF       VALUE 10.
           05 ST-SUSPFILE          PIC 9(02).
              88 ST-SUSPFILE-OK        VALUE 00 97.
           05 ST-ECTFILE           PIC 9(02).
              88 ST-ECTFILE-OK         VALUE 00 97.
           05 ST-HISTFILE          PIC 9(02).
              88 ST-HISTFILE-OK        VALUE 00 97.
           05 ST-HIST-POS          PIC X(01).
              88 ST-HIST-POS-EOF       VALUE 'E'.
           05 ST-PENDFILE          PIC 9(02).
              88 ST-PENDFILE-OK        VALUE 00 97.
           05 ST-INPFILE           PIC 9(02).
              88 ST-INPFILE-OK         VALUE 00.
           05 ST-RETFILE           PIC 9(02).
              88 ST-RETFILE-OK         VALUE 00.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 ST-SUSP-POS          PIC X(01).
              88 ST-SUSP-POS-EOF       VALUE 'E'.
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
           05 WS-OUTPUT-FLAG       PIC X(01) VALUE 'N'.
              88 WS-OUTPUT-OPENED        VALUE 'Y'.
           05 WS-CARD-FLAG         PIC X(01).
              88 WS-CARD-ACCEPTED        VALUE 'Y'.
      *    The items sent by this run. An item already sent under
      *    this run's batch number was sent by an earlier attempt
      *    at the same batch that never completed - the
      *    number is only released at a clean end of job - so it is
      *    worked again rather than refused.
           05 WS-DONE-FLAG         PIC X(01).
              88 WS-DONE-FOUND           VALUE 'Y'.
           05 WS-DONE-CNT          PIC S9(05) COMP-3.
           05 WS-DONE-IDX          PIC S9(05) COMP-3.
           05 WS-DONE-TABLE.
              07 WS-DONE-REF       PIC 9(09) OCCURS 5000 TIMES.
      *    Items sent in an earlier batch that the confirmation pass
      *    found neither posted nor parked - the only ones a 'C' card
      *    may take back to open.
           05 WS-UNPOSTED-FLAG     PIC X(01).
              88 WS-UNPOSTED-FOUND       VALUE 'Y'.
           05 WS-UNPOSTED-CNT      PIC S9(05) COMP-3.
           05 WS-UNPOSTED-IDX      PIC S9(05) COMP-3.
           05 WS-UNPOSTED-TABLE.
              07 WS-UNPOSTED-REF   PIC 9(09) OCCURS 5000 TIMES.
      *    The suspense postings already matched to a closed item,
      *    so no posting closes two items. Only closures on or after
      *    the oldest sent item's date can matter; with more than the
      *    table holds, nothing is matched this run and the sent
      *    items simply wait.
           05 WS-SENT-CNT          PIC 9(07).
           05 WS-MIN-OUT-DATE      PIC 9(08).
           05 WS-MIN-OUT-CHAR      PIC X(08).
           05 WS-CLAIM-FLAG        PIC X(01).
              88 WS-CLAIM-FOUND          VALUE 'Y'.
           05 WS-CLAIM-FULL-FLAG   PIC X(01).
              88 WS-CLAIM-FULL           VALUE 'Y'.
           05 WS-CLAIM-CNT         PIC S9(05) COMP-3.
           05 WS-CLAIM-IDX         PIC S9(05) COMP-3.
           05 WS-CLAIM-TABLE.
              07 WS-CLAIM-ENTRY    OCCURS 5000 TIMES.
                 09 WS-CLAIM-ID    PIC 9(05).
                 09 WS-CLAIM-TS    PIC X(21).
           05 WS-PARK-FLAG         PIC X(01).
              88 WS-PARKED               VALUE 'Y'.
           05 WS-POST-FLAG         PIC X(01).
              88 WS-POST-FOUND           VALUE 'Y'.
           05 WS-POST-TS           PIC X(21).
           05 WS-HIST-AMT          PIC S9(15) COMP-3.
           05 WS-LINE-ACTION       PIC X(01).
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-INT         PIC S9(09) COMP-3.
           05 WS-AGE-DAYS          PIC S9(09) COMP-3.
           05 WS-BATCH-NO          PIC 9(07).
           05 WS-ACCT-CURR         PIC X(03).
           05 WS-RESULT-TEXT       PIC X(30).
           05 WS-CNT-CARDS         PIC 9(07).
           05 WS-CNT-REFUSED       PIC 9(07).
           05 WS-CNT-MOVE-SENT     PIC 9(07).
           05 WS-CNT-RET-SENT      PIC 9(07).
           05 WS-CNT-MOVED         PIC 9(07).
           05 WS-CNT-RETURNED      PIC 9(07).
           05 WS-CNT-REOPENED      PIC 9(07).
           05 WS-CNT-CANCELLED     PIC 9(07).
           05 WS-CNT-OPEN          PIC 9(07).
           05 WS-CNT-AWAITING      PIC 9(07).
           05 WS-CNT-AGED          PIC 9(07).
           05 WS-CNT-INP           PIC 9(07).
           05 WS-INP-HASH          PIC 9(15).
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
           05 WS-DEC-LINE.
              07 WS-DEC-ACTION        PIC X(01).
              07 FILLER               PIC X(01).
              07 WS-DEC-REF           PIC 9(09).
              07 FILLER               PIC X(01).
              07 WS-DEC-CLR-REF       PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-DEC-AMOUNT        PIC Z(14)9.
              07 FILLER               PIC X(01).
              07 WS-DEC-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-DEC-FROM          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DEC-TO            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DEC-RESULT        PIC X(30).
              07 FILLER               PIC X(27).
           05 WS-OPEN-LINE.
              07 WS-OPN-REF           PIC 9(09).
              07 FILLER               PIC X(01).
              07 WS-OPN-CLR-REF       PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-OPN-IN-DATE       PIC 9(08).
              07 FILLER               PIC X(01).
              07 WS-OPN-AGE           PIC ZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-OPN-AMOUNT        PIC Z(14)9.
              07 FILLER               PIC X(01).
              07 WS-OPN-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-OPN-REASON        PIC X(30).
              07 FILLER               PIC X(01).
              07 WS-OPN-AGED          PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-OPN-STATE         PIC X(10).
              07 FILLER               PIC X(09).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL ST-CARDFILE-EOF.
           PERFORM H400-LIST-OPEN.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-CARDS.
           MOVE 0 TO WS-CNT-REFUSED.
           MOVE 0 TO WS-CNT-MOVE-SENT.
           MOVE 0 TO WS-CNT-RET-SENT.
           MOVE 0 TO WS-CNT-MOVED.
           MOVE 0 TO WS-CNT-RETURNED.
           MOVE 0 TO WS-CNT-REOPENED.
           MOVE 0 TO WS-CNT-CANCELLED.
           MOVE 0 TO WS-CNT-OPEN.
           MOVE 0 TO WS-CNT-AWAITING.
           MOVE 0 TO WS-CNT-AGED.
           MOVE 0 TO WS-CNT-INP.
           MOVE 0 TO WS-INP-HASH.
           MOVE 0 TO WS-DONE-CNT.
           MOVE 0 TO WS-UNPOSTED-CNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
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
           IF CTL-AGE-DAYS NOT NUMERIC
              DISPLAY "CONTROL CARD AGE DAYS INVALID"
              PERFORM H190-REFUSE-RUN
           END-IF.
      *    No interface control record means PBEFTIN has never run,
      *    so there is no suspense to work and no numbering to
      *    continue from.
           OPEN I-O ECT-FILE.
           IF NOT ST-ECTFILE-OK
              DISPLAY "ECT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-ECTFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           MOVE '1' TO ECT-KEY.
           READ ECT-FILE KEY ECT-KEY
              INVALID KEY
                 DISPLAY "EFT CONTROL RECORD MISSING"
                 PERFORM H190-REFUSE-RUN
           END-READ.
           COMPUTE WS-BATCH-NO = ECT-LAST-BATCH + 1.
           OPEN I-O SUSP-FILE.
           IF NOT ST-SUSPFILE-OK
              DISPLAY "SUSP-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SUSPFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN INPUT CARD-FILE.
           IF NOT ST-CARDFILE-OK
              DISPLAY "CARD-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CARDFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           PERFORM H110-OPEN-OUTPUTS.
           PERFORM H160-CONFIRM-SENT.
           PERFORM H120-OPEN-SESSION.
           PERFORM H150-READ-CARD.
       H100-END. EXIT.

       H110-OPEN-OUTPUTS.
           OPEN OUTPUT INP-FILE.
           IF NOT ST-INPFILE-OK
              DISPLAY "INP-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-INPFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN OUTPUT RET-FILE.
           IF NOT ST-RETFILE-OK
              DISPLAY "RET-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RETFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           SET WS-OUTPUT-OPENED TO TRUE.
           MOVE SPACES TO INP-HDR-REC.
           MOVE 'H' TO INP-HDR-TYPE.
           MOVE WS-TODAY-DATE TO INP-HDR-DATE.
           MOVE WS-BATCH-NO TO INP-HDR-BATCH.
           MOVE CTL-OPERATOR TO INP-HDR-OPERATOR.
           WRITE INP-HDR-REC.
           MOVE "*** ASKI KAYDI KAPAMA LISTESI ***" TO RPT-DESC.
           WRITE RPT-REC.
       H110-END. EXIT.

      *****************************************************************
      * Opens a PBSUB batch session so IDX-FILE is opened once for
      * every target-account lookup in the run.
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

       H150-READ-CARD.
           READ CARD-FILE
              AT END
                 SET ST-CARDFILE-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

      *****************************************************************
      * The confirmation pass over items sent by earlier batches. It
      * runs before the PBSUB session is opened and closes HIST-FILE
      * again before it ends, so no HIST-FILE connector is held open
      * across a PBSUB CALL. Three walks of SUSP-FILE: the first
      * finds the oldest sent item (and writes again the returns an
      * interrupted attempt at this same batch had already closed,
      * since CLRRET is rebuilt with the batch), the second loads
      * the postings closed items have already claimed, the third
      * settles each sent item.
      *****************************************************************
       H160-CONFIRM-SENT.
           OPEN INPUT PEND-FILE.
           IF NOT ST-PENDFILE-OK
              DISPLAY "PEND-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-PENDFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           OPEN INPUT HIST-FILE.
           IF NOT ST-HISTFILE-OK
              DISPLAY "HIST-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-HISTFILE
              PERFORM H190-REFUSE-RUN
           END-IF.
           MOVE "*** GONDERILEN KAYITLARIN SONUCU ***" TO RPT-DESC.
           WRITE RPT-REC.
           MOVE 0 TO WS-SENT-CNT.
           MOVE 99999999 TO WS-MIN-OUT-DATE.
           MOVE SPACE TO ST-SUSP-POS.
           MOVE LOW-VALUES TO SUS-KEY.
           START SUSP-FILE KEY IS NOT LESS THAN SUS-KEY
              INVALID KEY
                 SET ST-SUSP-POS-EOF TO TRUE
           END-START.
           PERFORM H162-FIND-SENT UNTIL ST-SUSP-POS-EOF.
           IF WS-SENT-CNT > 0
              MOVE WS-MIN-OUT-DATE TO WS-MIN-OUT-CHAR
              MOVE 0 TO WS-CLAIM-CNT
              MOVE 'N' TO WS-CLAIM-FULL-FLAG
              MOVE SPACE TO ST-SUSP-POS
              MOVE LOW-VALUES TO SUS-KEY
              START SUSP-FILE KEY IS NOT LESS THAN SUS-KEY
                 INVALID KEY
                    SET ST-SUSP-POS-EOF TO TRUE
              END-START
              PERFORM H164-LOAD-CLAIM UNTIL ST-SUSP-POS-EOF
              IF WS-CLAIM-FULL
                 DISPLAY "SUSPENSE CLAIM TABLE FULL - SENT ITEMS "
                         "LEFT UNCONFIRMED"
              END-IF
              MOVE SPACE TO ST-SUSP-POS
              MOVE LOW-VALUES TO SUS-KEY
              START SUSP-FILE KEY IS NOT LESS THAN SUS-KEY
                 INVALID KEY
                    SET ST-SUSP-POS-EOF TO TRUE
              END-START
              PERFORM H166-SETTLE-NEXT UNTIL ST-SUSP-POS-EOF
           END-IF.
           CLOSE HIST-FILE
                 PEND-FILE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** KART ISLEMLERI ***" TO RPT-DESC.
           WRITE RPT-REC.
       H160-END. EXIT.

       H162-FIND-SENT.
           READ SUSP-FILE NEXT RECORD
              AT END
                 SET ST-SUSP-POS-EOF TO TRUE
              NOT AT END
                 IF SUS-SENT AND SUS-OUT-BATCH NOT = WS-BATCH-NO
                    ADD 1 TO WS-SENT-CNT
                    IF SUS-OUT-DATE < WS-MIN-OUT-DATE
                       MOVE SUS-OUT-DATE TO WS-MIN-OUT-DATE
                    END-IF
                 END-IF
                 IF (SUS-MOVED OR SUS-RETURNED) AND
                    SUS-CONF-BATCH = WS-BATCH-NO
                    PERFORM H174-CLOSED-AGAIN
                 END-IF
           END-READ.
       H162-END. EXIT.

       H164-LOAD-CLAIM.
           READ SUSP-FILE NEXT RECORD
              AT END
                 SET ST-SUSP-POS-EOF TO TRUE
              NOT AT END
                 IF (SUS-MOVED OR SUS-RETURNED) AND
                    SUS-POST-TS NOT = SPACES AND
                    SUS-POST-TS (1:8) NOT < WS-MIN-OUT-CHAR
                    PERFORM H178-ADD-CLAIM
                 END-IF
           END-READ.
       H164-END. EXIT.

       H166-SETTLE-NEXT.
           READ SUSP-FILE NEXT RECORD
              AT END
                 SET ST-SUSP-POS-EOF TO TRUE
              NOT AT END
                 IF SUS-SENT AND SUS-OUT-BATCH NOT = WS-BATCH-NO
                    PERFORM H168-SETTLE-ITEM
                 END-IF
           END-READ.
       H166-END. EXIT.

      *****************************************************************
      * One sent item. A parked entry is settled by its checker's
      * decision - still pending waits, declined, expired or refused
      * by PBSUB reopens. Anything else is looked for on the book;
      * an approved entry is closed even if its row cannot be told
      * apart from another. An item neither parked nor found stays
      * sent, and is the only kind a 'C' card may take back.
      *****************************************************************
       H168-SETTLE-ITEM.
           MOVE 'N' TO WS-PARK-FLAG.
           MOVE 'N' TO WS-POST-FLAG.
           MOVE SUS-OUT-BATCH TO PND-BATCH-NO.
           MOVE SUS-OUT-SEQ TO PND-SEQ.
           READ PEND-FILE KEY PND-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PARKED TO TRUE
           END-READ.
           IF WS-PARKED AND PND-PENDING
              CONTINUE
           ELSE IF WS-PARKED AND
              (PND-DECLINED OR PND-EXPIRED OR PND-FAILED)
              MOVE 'O' TO WS-LINE-ACTION
              MOVE "ONAYLANMADI, KAYIT ACILDI." TO WS-RESULT-TEXT
              PERFORM H250-WRITE-DECISION
              PERFORM H180-REOPEN-ITEM
              REWRITE SUS-REC
              ADD 1 TO WS-CNT-REOPENED
           ELSE
              IF NOT WS-CLAIM-FULL
                 PERFORM H170-FIND-POSTING
              END-IF
              IF WS-POST-FOUND OR WS-PARKED
                 PERFORM H172-CLOSE-ITEM
              ELSE IF NOT WS-CLAIM-FULL AND
                 WS-UNPOSTED-CNT < 5000
                 ADD 1 TO WS-UNPOSTED-CNT
                 MOVE SUS-REF TO WS-UNPOSTED-REF (WS-UNPOSTED-CNT)
              END-IF
              END-IF
           END-IF
           END-IF.
       H168-END. EXIT.

      *    The suspense account's rows from the day the item was sent,
      *    for the first unclaimed posting of exactly its movement.
       H170-FIND-POSTING.
           MOVE SUS-SUSP-ID TO HIST-ID.
           MOVE LOW-VALUES TO HIST-TS.
           MOVE SUS-OUT-DATE TO HIST-TS (1:8).
           MOVE SPACE TO ST-HIST-POS.
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY
                 SET ST-HIST-POS-EOF TO TRUE
           END-START.
           PERFORM H171-POSTING-NEXT
              UNTIL ST-HIST-POS-EOF OR WS-POST-FOUND.
       H170-END. EXIT.

       H171-POSTING-NEXT.
           READ HIST-FILE NEXT RECORD
              AT END
                 SET ST-HIST-POS-EOF TO TRUE
              NOT AT END
                 IF HIST-ID NOT = SUS-SUSP-ID
                    SET ST-HIST-POS-EOF TO TRUE
                 ELSE
                    COMPUTE WS-HIST-AMT =
                            HIST-OLD-BALANCE - HIST-NEW-BALANCE
                    IF HIST-KIND-POSTING AND WS-HIST-AMT = SUS-AMOUNT
                       IF (SUS-MOVE-SENT AND HIST-FUNC = 9 AND
                           HIST-XFER-ID NUMERIC AND
                           HIST-XFER-ID = SUS-OUT-ACCT) OR
                          (SUS-RETURN-SENT AND HIST-FUNC = 4)
                          PERFORM H176-CHECK-CLAIM
                          IF NOT WS-CLAIM-FOUND
                             SET WS-POST-FOUND TO TRUE
                             MOVE HIST-TS TO WS-POST-TS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.
       H171-END. EXIT.

      *    Closes the item on its posting - a return's record goes to
      *    the clearing house only now.
       H172-CLOSE-ITEM.
           IF SUS-MOVE-SENT
              SET SUS-MOVED TO TRUE
              ADD 1 TO WS-CNT-MOVED
              MOVE "HESABA AKTARILDI." TO WS-RESULT-TEXT
           ELSE
              SET SUS-RETURNED TO TRUE
              PERFORM H240-WRITE-RETURN
              ADD 1 TO WS-CNT-RETURNED
              MOVE "GONDERENE IADE EDILDI." TO WS-RESULT-TEXT
           END-IF.
           IF WS-POST-FOUND
              MOVE WS-POST-TS TO SUS-POST-TS
              PERFORM H178-ADD-CLAIM
           ELSE
              MOVE SPACES TO SUS-POST-TS
           END-IF.
           MOVE WS-BATCH-NO TO SUS-CONF-BATCH.
           REWRITE SUS-REC.
           MOVE SUS-STATE TO WS-LINE-ACTION.
           PERFORM H250-WRITE-DECISION.
       H172-END. EXIT.

      *    An item an interrupted attempt at this batch already
      *    closed - listed and counted again, and a return's record
      *    written again, since the report and CLRRET are rebuilt.
       H174-CLOSED-AGAIN.
           IF SUS-MOVED
              ADD 1 TO WS-CNT-MOVED
              MOVE "HESABA AKTARILDI." TO WS-RESULT-TEXT
           ELSE
              PERFORM H240-WRITE-RETURN
              ADD 1 TO WS-CNT-RETURNED
              MOVE "GONDERENE IADE EDILDI." TO WS-RESULT-TEXT
           END-IF.
           MOVE SUS-STATE TO WS-LINE-ACTION.
           PERFORM H250-WRITE-DECISION.
       H174-END. EXIT.

       H176-CHECK-CLAIM.
           MOVE 'N' TO WS-CLAIM-FLAG.
           PERFORM H177-MATCH-CLAIM
              VARYING WS-CLAIM-IDX FROM 1 BY 1
              UNTIL WS-CLAIM-IDX > WS-CLAIM-CNT OR WS-CLAIM-FOUND.
       H176-END. EXIT.

       H177-MATCH-CLAIM.
           IF WS-CLAIM-ID (WS-CLAIM-IDX) = SUS-SUSP-ID AND
              WS-CLAIM-TS (WS-CLAIM-IDX) = HIST-TS
              SET WS-CLAIM-FOUND TO TRUE
           END-IF.
       H177-END. EXIT.

       H178-ADD-CLAIM.
           IF WS-CLAIM-CNT < 5000
              ADD 1 TO WS-CLAIM-CNT
              MOVE SUS-SUSP-ID TO WS-CLAIM-ID (WS-CLAIM-CNT)
              MOVE SUS-POST-TS TO WS-CLAIM-TS (WS-CLAIM-CNT)
           ELSE
              SET WS-CLAIM-FULL TO TRUE
           END-IF.
       H178-END. EXIT.

      *    Back to open, everything the send recorded cleared; the
      *    caller rewrites the item.
       H180-REOPEN-ITEM.
           SET SUS-OPEN TO TRUE.
           MOVE 0 TO SUS-OUT-DATE.
           MOVE 0 TO SUS-OUT-BATCH.
           MOVE 0 TO SUS-OUT-ACCT.
           MOVE 0 TO SUS-OUT-SEQ.
           MOVE 0 TO SUS-CONF-BATCH.
           MOVE SPACES TO SUS-OUT-OPERATOR.
           MOVE SPACES TO SUS-OUT-NOTE.
           MOVE SPACES TO SUS-POST-TS.
       H180-END. EXIT.

      *****************************************************************
      * Refuses the run before any card is worked - the numbering on
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
           MOVE 'PBEFTSUS' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBEFTSUS'
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
              MOVE 'PBEFTSUS' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

      *****************************************************************
      * One card per pass - the item must exist and still be open;
      * a move also needs a target that can take the credit, and a
      * 'C' an item the confirmation pass left sent and unposted.
      * The first failed test is the refusal reason on the report.
      * A cancelled item is open again, so a later card in the same
      * deck may send it anew.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-CARDS.
           MOVE 'N' TO WS-CARD-FLAG.
           MOVE SMC-REF TO SUS-REF.
           IF NOT SMC-MOVE AND NOT SMC-RETURN AND NOT SMC-CANCEL
              MOVE "ISLEM KODU GECERSIZ." TO WS-RESULT-TEXT
           ELSE
              READ SUSP-FILE KEY SUS-KEY
                 INVALID KEY
                    MOVE "ASKI KAYDI BULUNAMADI." TO WS-RESULT-TEXT
                 NOT INVALID KEY
                    PERFORM H205-CHECK-DONE
                    IF WS-DONE-FOUND
                       MOVE "KAYIT BU CALISMADA ISLENDI."
                            TO WS-RESULT-TEXT
                    ELSE IF SMC-CANCEL
                       PERFORM H215-CHECK-CANCEL
                    ELSE IF NOT SUS-OPEN AND
                       SUS-OUT-BATCH NOT = WS-BATCH-NO
                       MOVE "ASKI KAYDI ACIK DEGIL." TO WS-RESULT-TEXT
                    ELSE IF WS-DONE-CNT NOT < 5000
                       MOVE "KART SAYISI SINIRI ASILDI."
                            TO WS-RESULT-TEXT
                    ELSE IF SMC-RETURN
                       SET WS-CARD-ACCEPTED TO TRUE
                    ELSE
                       PERFORM H210-CHECK-TARGET
                    END-IF
              END-READ
           END-IF.
           IF WS-CARD-ACCEPTED AND SMC-CANCEL
              MOVE "GONDERIM IPTAL, KAYIT ACILDI." TO WS-RESULT-TEXT
              MOVE SMC-ACTION TO WS-LINE-ACTION
              PERFORM H250-WRITE-DECISION
              PERFORM H180-REOPEN-ITEM
              REWRITE SUS-REC
              ADD 1 TO WS-CNT-CANCELLED
           ELSE IF WS-CARD-ACCEPTED
              IF SMC-MOVE
                 PERFORM H220-MOVE-ITEM
              ELSE
                 PERFORM H230-RETURN-ITEM
              END-IF
              MOVE WS-TODAY-DATE TO SUS-OUT-DATE
              MOVE WS-BATCH-NO TO SUS-OUT-BATCH
              MOVE WS-CNT-INP TO SUS-OUT-SEQ
              MOVE CTL-OPERATOR TO SUS-OUT-OPERATOR
              MOVE SMC-NOTE TO SUS-OUT-NOTE
              MOVE SPACES TO SUS-POST-TS
              MOVE 0 TO SUS-CONF-BATCH
              REWRITE SUS-REC
              ADD 1 TO WS-DONE-CNT
              MOVE SUS-REF TO WS-DONE-REF (WS-DONE-CNT)
              MOVE SMC-ACTION TO WS-LINE-ACTION
              PERFORM H250-WRITE-DECISION
           ELSE
              ADD 1 TO WS-CNT-REFUSED
              PERFORM H260-WRITE-REFUSAL
           END-IF
           END-IF.
           PERFORM H150-READ-CARD.
       H200-END. EXIT.

      *    Whether this run has already sent the item once - a
      *    second card for it in the same deck is refused.
       H205-CHECK-DONE.
           MOVE 'N' TO WS-DONE-FLAG.
           PERFORM H207-MATCH-DONE
              VARYING WS-DONE-IDX FROM 1 BY 1
              UNTIL WS-DONE-IDX > WS-DONE-CNT OR WS-DONE-FOUND.
       H205-END. EXIT.

       H207-MATCH-DONE.
           IF WS-DONE-REF (WS-DONE-IDX) = SUS-REF
              SET WS-DONE-FOUND TO TRUE
           END-IF.
       H207-END. EXIT.

      *    The target of a move - not the suspense account itself,
      *    on file, open to movement and in the credit's currency.
       H210-CHECK-TARGET.
           IF SMC-TARGET NOT NUMERIC OR SMC-TARGET = 0 OR
              SMC-TARGET = SUS-SUSP-ID
              MOVE "HEDEF HESAP GECERSIZ." TO WS-RESULT-TEXT
           ELSE
              SET WS-SUB-FUNC-READ TO TRUE
              MOVE SMC-TARGET TO WS-SUB-ID
              MOVE ZEROES TO WS-SUB-END-ID
              MOVE SPACES TO WS-SUB-DESC
              MOVE ZEROS TO WS-SUB-RC
              CALL 'PBSUB' USING WS-SUB-AREA
              MOVE SPACES TO WS-SUB-DESC
              MOVE WS-SUB-CURRENCY TO WS-ACCT-CURR
              IF WS-ACCT-CURR = SPACES
                 MOVE 'TRY' TO WS-ACCT-CURR
              END-IF
              IF WS-SUB-RC NOT = 0 AND WS-SUB-RC NOT = 97
                 MOVE "HEDEF HESAP BULUNAMADI." TO WS-RESULT-TEXT
              ELSE IF WS-SUB-STATUS = 'C' OR WS-SUB-STATUS = 'F'
                 MOVE "HEDEF HESAP ISLEME KAPALI." TO WS-RESULT-TEXT
              ELSE IF WS-ACCT-CURR NOT = SUS-CURRENCY
                 MOVE "DOVIZ CINSI UYUSMUYOR." TO WS-RESULT-TEXT
              ELSE
                 SET WS-CARD-ACCEPTED TO TRUE
              END-IF
           END-IF.
       H210-END. EXIT.

      *    A 'C' takes back only an item this run's confirmation pass
      *    found sent in an earlier batch with no posting and nothing
      *    parked - the operator's word that the batch has been run
      *    and PBSUB refused the entry.
       H215-CHECK-CANCEL.
           MOVE 'N' TO WS-UNPOSTED-FLAG.
           PERFORM H217-MATCH-UNPOSTED
              VARYING WS-UNPOSTED-IDX FROM 1 BY 1
              UNTIL WS-UNPOSTED-IDX > WS-UNPOSTED-CNT
                 OR WS-UNPOSTED-FOUND.
           IF WS-UNPOSTED-FOUND AND SUS-SENT
              SET WS-CARD-ACCEPTED TO TRUE
           ELSE IF NOT SUS-SENT
              MOVE "ASKI KAYDI GONDERILMEMIS." TO WS-RESULT-TEXT
           ELSE
              MOVE "GONDERIM SONUCU BEKLENIYOR." TO WS-RESULT-TEXT
           END-IF
           END-IF.
       H215-END. EXIT.

       H217-MATCH-UNPOSTED.
           IF WS-UNPOSTED-REF (WS-UNPOSTED-IDX) = SUS-REF
              SET WS-UNPOSTED-FOUND TO TRUE
           END-IF.
       H217-END. EXIT.

      *    A 'T' from the suspense account to the target.
       H220-MOVE-ITEM.
           MOVE SPACES TO INP-REC.
           MOVE 'T' TO INP-OPT.
           MOVE SUS-SUSP-ID TO INP-ID.
           MOVE SUS-AMOUNT TO INP-AMOUNT.
           MOVE 0 TO INP-EXC.
           MOVE 0 TO INP-DATE.
           MOVE SMC-TARGET TO INP-END-ID.
           MOVE 0 TO INP-CUST.
           WRITE INP-REC.
           ADD 1 TO WS-CNT-INP.
           ADD SUS-AMOUNT TO WS-INP-HASH.
           SET SUS-MOVE-SENT TO TRUE.
           MOVE SMC-TARGET TO SUS-OUT-ACCT.
           ADD 1 TO WS-CNT-MOVE-SENT.
           MOVE "AKTARIM GONDERILDI." TO WS-RESULT-TEXT.
       H220-END. EXIT.

      *    A 'U' debit of the suspense account. The return record
      *    that sends the money back through the clearing house waits
      *    for the debit to be found posted.
       H230-RETURN-ITEM.
           MOVE SPACES TO INP-REC.
           MOVE 'U' TO INP-OPT.
           MOVE SUS-SUSP-ID TO INP-ID.
           COMPUTE INP-AMOUNT = 0 - SUS-AMOUNT.
           MOVE 0 TO INP-EXC.
           MOVE 0 TO INP-DATE.
           MOVE 0 TO INP-END-ID.
           MOVE 0 TO INP-CUST.
           WRITE INP-REC.
           ADD 1 TO WS-CNT-INP.
           ADD SUS-AMOUNT TO WS-INP-HASH.
           SET SUS-RETURN-SENT TO TRUE.
           MOVE 0 TO SUS-OUT-ACCT.
           ADD 1 TO WS-CNT-RET-SENT.
           MOVE "IADE GONDERILDI." TO WS-RESULT-TEXT.
       H230-END. EXIT.

       H240-WRITE-RETURN.
           MOVE SUS-CLR-REF TO RET-CLR-REF.
           MOVE SUS-VALUE-DATE TO RET-VALUE-DATE.
           MOVE SUS-SND-BANK TO RET-SND-BANK.
           MOVE SUS-SND-ACCOUNT TO RET-SND-ACCOUNT.
           MOVE SUS-SND-NAME TO RET-SND-NAME.
           MOVE SUS-AMOUNT TO RET-AMOUNT.
           MOVE SUS-CURRENCY TO RET-CURRENCY.
           MOVE SUS-REF TO RET-SUSP-REF.
           MOVE WS-TODAY-DATE TO RET-DATE.
           IF SUS-OUT-NOTE = SPACES
              MOVE SUS-REASON-TEXT TO RET-REASON
           ELSE
              MOVE SUS-OUT-NOTE TO RET-REASON
           END-IF.
           WRITE RET-REC.
       H240-END. EXIT.

       H250-WRITE-DECISION.
           MOVE SPACES TO WS-DEC-LINE.
           MOVE WS-LINE-ACTION TO WS-DEC-ACTION.
           MOVE SUS-REF TO WS-DEC-REF.
           MOVE SUS-CLR-REF TO WS-DEC-CLR-REF.
           MOVE SUS-AMOUNT TO WS-DEC-AMOUNT.
           MOVE SUS-CURRENCY TO WS-DEC-CURR.
           MOVE SUS-SUSP-ID TO WS-DEC-FROM.
           MOVE SUS-OUT-ACCT TO WS-DEC-TO.
           MOVE WS-RESULT-TEXT TO WS-DEC-RESULT.
           MOVE WS-DEC-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H250-END. EXIT.

       H260-WRITE-REFUSAL.
           MOVE SPACES TO WS-DEC-LINE.
           MOVE SMC-ACTION TO WS-DEC-ACTION.
           MOVE SMC-REF TO WS-DEC-REF.
           IF SMC-TARGET NUMERIC
              MOVE SMC-TARGET TO WS-DEC-TO
           END-IF.
           MOVE WS-RESULT-TEXT TO WS-DEC-RESULT.
           MOVE WS-DEC-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H260-END. EXIT.

      *****************************************************************
      * The open-item list - SUSP-FILE end to end after the cards,
      * every item still open or sent but not yet posted (the money
      * is in suspense either way) with its age in days, marked
      * when it is older than the control card's limit.
      *****************************************************************
       H400-LIST-OPEN.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** ACIK ASKI KAYITLARI ***" TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACE TO ST-SUSP-POS.
           MOVE LOW-VALUES TO SUS-KEY.
           START SUSP-FILE KEY IS NOT LESS THAN SUS-KEY
              INVALID KEY
                 SET ST-SUSP-POS-EOF TO TRUE
           END-START.
           PERFORM H410-LIST-NEXT UNTIL ST-SUSP-POS-EOF.
       H400-END. EXIT.

       H410-LIST-NEXT.
           READ SUSP-FILE NEXT RECORD
              AT END
                 SET ST-SUSP-POS-EOF TO TRUE
              NOT AT END
                 IF SUS-OPEN OR SUS-SENT
                    PERFORM H420-LIST-ITEM
                 END-IF
           END-READ.
       H410-END. EXIT.

       H420-LIST-ITEM.
           IF SUS-OPEN
              ADD 1 TO WS-CNT-OPEN
           ELSE
              ADD 1 TO WS-CNT-AWAITING
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (SUS-IN-DATE).
           MOVE SPACES TO WS-OPEN-LINE.
           MOVE SUS-REF TO WS-OPN-REF.
           MOVE SUS-CLR-REF TO WS-OPN-CLR-REF.
           MOVE SUS-IN-DATE TO WS-OPN-IN-DATE.
           MOVE WS-AGE-DAYS TO WS-OPN-AGE.
           MOVE SUS-AMOUNT TO WS-OPN-AMOUNT.
           MOVE SUS-CURRENCY TO WS-OPN-CURR.
           MOVE SUS-REASON-TEXT TO WS-OPN-REASON.
           IF WS-AGE-DAYS > CTL-AGE-DAYS
              MOVE "ESKI" TO WS-OPN-AGED
              ADD 1 TO WS-CNT-AGED
           END-IF.
           IF SUS-SENT
              MOVE "GONDERILDI" TO WS-OPN-STATE
           END-IF.
           MOVE WS-OPEN-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H420-END. EXIT.

      *    Closes the batch with its trailer and records its number
      *    as the last one the interface handed out.
       H430-CLOSE-BATCH.
           MOVE SPACES TO INP-TRL-REC.
           MOVE 'Z' TO INP-TRL-TYPE.
           MOVE WS-CNT-INP TO INP-TRL-COUNT.
           MOVE WS-INP-HASH TO INP-TRL-HASH.
           WRITE INP-TRL-REC.
           MOVE '1' TO ECT-KEY.
           MOVE WS-BATCH-NO TO ECT-LAST-BATCH.
           REWRITE ECT-REC.
       H430-END. EXIT.

      *****************************************************************
      * End-of-job totals - cards read and refused, moves and returns
      * sent, earlier sends found posted or reopened, sends taken
      * back, and what is still open or awaiting its posting, the
      * aged part separately.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** ASKI KAPAMA KONTROL RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BATCH NUMBER  :" TO WS-RPT-LABEL.
           MOVE WS-BATCH-NO TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CARDS READ    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CARDS TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CARDS REFUSED :" TO WS-RPT-LABEL.
           MOVE WS-CNT-REFUSED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "MOVES SENT    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-MOVE-SENT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "RETURNS SENT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-RET-SENT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "MOVED         :" TO WS-RPT-LABEL.
           MOVE WS-CNT-MOVED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "RETURNED      :" TO WS-RPT-LABEL.
           MOVE WS-CNT-RETURNED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REOPENED      :" TO WS-RPT-LABEL.
           MOVE WS-CNT-REOPENED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CANCELLED     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CANCELLED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "STILL OPEN    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-OPEN TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "AWAITING POST :" TO WS-RPT-LABEL.
           MOVE WS-CNT-AWAITING TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "OPEN OVER AGE :" TO WS-RPT-LABEL.
           MOVE WS-CNT-AGED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H310-END. EXIT.

       H300-TERMINATE.
           IF WS-OUTPUT-OPENED AND ST-CARDFILE-EOF
              PERFORM H430-CLOSE-BATCH
           END-IF.
           IF WS-SESSION-OPENED
              PERFORM H125-CLOSE-SESSION
           END-IF.
           IF WS-OUTPUT-OPENED
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 CARD-FILE
                 SUSP-FILE
                 ECT-FILE
                 INP-FILE
                 RET-FILE
                 RPT-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
