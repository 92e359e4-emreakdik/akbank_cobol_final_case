      *****************************************************************
      * Program name:    PBAPPRV
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Approval batch for the transactions PBURWDE parks on
      * PEND-FILE instead of posting - every 'D', every 'S' closing
      * an account, and every 'W', 'U', 'T' or 'V' over its branch's
      * approval threshold. Each parked row carries the id of the
      * operator who keyed the batch (the maker).
      *
      * First, every row still pending longer than the number of
      * days on the control card expires: it is marked expired,
      * returned to the maker on the reject file and listed, so a
      * stale item cannot be approved days after anyone remembers
      * it. Then the decision cards are taken one at a time - an
      * approve or decline naming the parked row by batch number and
      * position, and the id of the operator deciding (the checker).
      * A card is refused when the row is not found or no longer
      * pending, or when the checker is the maker: the dual control
      * only means something if two people are involved.
      *
      * An approved row is posted through PBSUB exactly as PBURWDE
      * would have posted it, under a batch session; PBSUB's log
      * line goes on the report, and a posting PBSUB refuses is
      * returned to the maker with PBSUB's reason. A declined row is
      * returned to the maker with the checker's reason. Every
      * decision is written back onto the pending row - who, when
      * and with what result - and the row itself is kept.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBAPPRV.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO APRCTL
                           STATUS ST-CTLFILE.
           SELECT CARD-FILE ASSIGN TO APRCARD
                           STATUS ST-CARDFILE.
           SELECT PEND-FILE ASSIGN TO PENDFILE
                           STATUS ST-PENDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY.
           SELECT RPT-FILE ASSIGN TO APRRPT
                           STATUS ST-RPTFILE.
           SELECT REJ-FILE ASSIGN TO APRREJ
                           STATUS ST-REJFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RUN-KEY.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CTL-FILE RECORDING MODE F.
       01 CTL-REC.
           03 CTL-EXPIRY-DAYS      PIC 9(03).
      *    One decision per card - 'A' approve or 'D' decline the
      *    parked row named by batch number and position, by the
      *    checker named on the card. APC-NOTE is the reason handed
      *    back to the maker with a decline.
       FD CARD-FILE RECORDING MODE F.
       01 APC-REC.
           03 APC-ACTION           PIC X(01).
              88 APC-APPROVE           VALUE 'A'.
              88 APC-DECLINE           VALUE 'D'.
           03 APC-BATCH-NO         PIC 9(07).
           03 APC-SEQ              PIC 9(07).
           03 APC-CHECKER          PIC X(08).
           03 APC-NOTE             PIC X(40).
      *    PND-REC mirrors PBURWDE's own copy field for field -
      *    PBURWDE parks the rows, PBAPPRV decides them.
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
      *       A parked 'V' keeps the HIST-TS of the row it undoes
      *       where INP-REV-TS carried it.
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
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
      *****************************************************************
      * Returned to the maker - the transaction exactly as PBURWDE's
      * reject file carries it, so it can be corrected and keyed
      * again, followed by the maker it goes back to, the parked
      * row's key, and why it came back: 'R' declined, 'E' expired,
      * 'F' refused by PBSUB on approval (with PBSUB's return code).
      *****************************************************************
       FD REJ-FILE RECORDING MODE F.
       01 REJ-REC.
           03 REJ-TRAN.
              05 REJ-OPT           PIC X(01).
              05 REJ-ID            PIC 9(05).
              05 REJ-AMOUNT        PIC S9(15).
              05 REJ-NAME          PIC X(15).
              05 REJ-SURNAME       PIC X(15).
              05 REJ-EXC           PIC S9(03).
              05 REJ-DATE          PIC S9(07).
              05 REJ-END-ID        PIC 9(05).
              05 REJ-STATUS        PIC X(01).
              05 REJ-CUST          PIC 9(05).
              05 REJ-CURRENCY      PIC X(03).
           03 REJ-MAKER            PIC X(08).
           03 REJ-BATCH-NO         PIC 9(07).
           03 REJ-SEQ              PIC 9(07).
           03 REJ-STATE            PIC X(01).
           03 REJ-RC               PIC 9(02).
           03 REJ-REASON           PIC X(40).
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
           05 ST-PENDFILE          PIC 9(02).
              88 ST-PENDFILE-OK        VALUE 00 97.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 ST-REJFILE           PIC 9(02).
              88 ST-REJFILE-OK         VALUE 00.
           05 ST-PEND-POS          PIC X(01).
              88 ST-PEND-POS-EOF       VALUE 'E'.
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-INT         PIC S9(09) COMP-3.
           05 WS-PARK-INT          PIC S9(09) COMP-3.
      *    The card in hand - 'Y' once it has passed every edit, with
      *    the reason it was refused otherwise.
           05 WS-CARD-FLAG         PIC X(01).
              88 WS-CARD-ACCEPTED      VALUE 'Y'.
           05 WS-RESULT-TEXT       PIC X(40).
           05 WS-CNT-CARDS         PIC 9(07).
           05 WS-CNT-REFUSED       PIC 9(07).
           05 WS-CNT-SELF          PIC 9(07).
           05 WS-CNT-APPROVED      PIC 9(07).
           05 WS-CNT-POSTED        PIC 9(07).
           05 WS-CNT-FAILED        PIC 9(07).
           05 WS-CNT-DECLINED      PIC 9(07).
           05 WS-CNT-EXPIRED       PIC 9(07).
           05 WS-CNT-PENDING       PIC 9(07).
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
           05 WS-COL-LINE.
              07 WS-COL-BATCH         PIC X(07).
              07 FILLER               PIC X(01).
              07 WS-COL-SEQ           PIC X(07).
              07 FILLER               PIC X(01).
              07 WS-COL-OPT           PIC X(01).
              07 FILLER               PIC X(01).
              07 WS-COL-ID            PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-COL-AMOUNT        PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-COL-MAKER         PIC X(08).
              07 FILLER               PIC X(01).
              07 WS-COL-CHECKER       PIC X(08).
              07 FILLER               PIC X(01).
              07 WS-COL-RESULT        PIC X(40).
              07 FILLER               PIC X(19).
           05 WS-DEC-LINE.
              07 WS-DEC-BATCH         PIC 9(07).
              07 FILLER               PIC X(01).
              07 WS-DEC-SEQ           PIC 9(07).
              07 FILLER               PIC X(01).
              07 WS-DEC-OPT           PIC X(01).
              07 FILLER               PIC X(01).
              07 WS-DEC-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DEC-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-DEC-MAKER         PIC X(08).
              07 FILLER               PIC X(01).
              07 WS-DEC-CHECKER       PIC X(08).
              07 FILLER               PIC X(01).
              07 WS-DEC-RESULT        PIC X(40).
              07 FILLER               PIC X(19).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H150-EXPIRE-ITEMS.
           PERFORM H200-PROCESS UNTIL ST-CARDFILE-EOF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-CNT-CARDS.
           MOVE 0 TO WS-CNT-REFUSED.
           MOVE 0 TO WS-CNT-SELF.
           MOVE 0 TO WS-CNT-APPROVED.
           MOVE 0 TO WS-CNT-POSTED.
           MOVE 0 TO WS-CNT-FAILED.
           MOVE 0 TO WS-CNT-DECLINED.
           MOVE 0 TO WS-CNT-EXPIRED.
           MOVE 0 TO WS-CNT-PENDING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
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
           IF CTL-EXPIRY-DAYS NOT NUMERIC OR CTL-EXPIRY-DAYS = 0
              DISPLAY "CONTROL CARD EXPIRY DAYS INVALID"
              PERFORM H300-TERMINATE
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN OUTPUT REJ-FILE.
           IF NOT ST-REJFILE-OK
              DISPLAY "REJ-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-REJFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN INPUT CARD-FILE.
           IF NOT ST-CARDFILE-OK
              DISPLAY "CARD-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CARDFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN I-O PEND-FILE.
           IF NOT ST-PENDFILE-OK
              DISPLAY "PEND-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-PENDFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H130-REPORT-HEADER.
           PERFORM H120-OPEN-SESSION.
           PERFORM H110-READ-CARD.
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
           MOVE 'PBAPPRV ' TO RUN-JOB.
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
                 IF RUN-JOB NOT = 'PBAPPRV '
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
              MOVE 'PBAPPRV ' TO RUN-JOB
              DELETE RUNCTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'N' TO WS-RUN-REG-FLAG
           END-IF.
           CLOSE RUNCTL-FILE.
       H060-END. EXIT.

       H110-READ-CARD.
           READ CARD-FILE
              AT END
                 SET ST-CARDFILE-EOF TO TRUE
           END-READ.
       H110-END. EXIT.

      *****************************************************************
      * Opens a PBSUB batch session so IDX-FILE and HIST-FILE are
      * opened once for all the approvals and closed once at end of
      * job, the way PBURWDE posts its own batch.
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

       H130-REPORT-HEADER.
           MOVE "*** ONAY BEKLEYEN ISLEM KARAR LISTESI ***" TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-COL-LINE.
           MOVE "PAKET" TO WS-COL-BATCH.
           MOVE "SIRA" TO WS-COL-SEQ.
           MOVE "I" TO WS-COL-OPT.
           MOVE "HESAP" TO WS-COL-ID.
           MOVE "           TUTAR" TO WS-COL-AMOUNT.
           MOVE "GIREN" TO WS-COL-MAKER.
           MOVE "ONAYLAYN" TO WS-COL-CHECKER.
           MOVE "SONUC" TO WS-COL-RESULT.
           MOVE WS-COL-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H130-END. EXIT.

      *****************************************************************
      * The expiry pass - PEND-FILE end to end, before any card is
      * read. A row pending longer than the card's number of days is
      * expired and handed back to its maker; the rest stay pending
      * and are counted.
      *****************************************************************
       H150-EXPIRE-ITEMS.
           MOVE SPACE TO ST-PEND-POS.
           MOVE LOW-VALUES TO PND-KEY.
           START PEND-FILE KEY IS NOT LESS THAN PND-KEY
              INVALID KEY
                 SET ST-PEND-POS-EOF TO TRUE
           END-START.
           PERFORM H155-EXPIRE-NEXT UNTIL ST-PEND-POS-EOF.
       H150-END. EXIT.

       H155-EXPIRE-NEXT.
           READ PEND-FILE NEXT RECORD
              AT END
                 SET ST-PEND-POS-EOF TO TRUE
              NOT AT END
                 IF PND-PENDING
                    PERFORM H160-CHECK-AGE
                 END-IF
           END-READ.
       H155-END. EXIT.

       H160-CHECK-AGE.
           COMPUTE WS-PARK-INT =
                   FUNCTION INTEGER-OF-DATE (PND-PARK-DATE).
           IF WS-TODAY-INT - WS-PARK-INT > CTL-EXPIRY-DAYS
              SET PND-EXPIRED TO TRUE
              MOVE SPACES TO PND-CHECKER
              MOVE WS-TODAY-DATE TO PND-DECIDE-DATE
              MOVE 0 TO PND-RC
              MOVE "ONAY SURESI DOLDU." TO PND-NOTE
              REWRITE PND-REC
              ADD 1 TO WS-CNT-EXPIRED
              MOVE PND-NOTE TO WS-RESULT-TEXT
              PERFORM H410-WRITE-DECISION
              PERFORM H420-RETURN-TO-MAKER
           ELSE
              ADD 1 TO WS-CNT-PENDING
           END-IF.
       H160-END. EXIT.

      *****************************************************************
      * One decision card per pass - every edit first, each refusal
      * with its own reason on the report, then the approval or the
      * decline itself.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-CARDS.
           MOVE 'N' TO WS-CARD-FLAG.
           MOVE APC-BATCH-NO TO PND-BATCH-NO.
           MOVE APC-SEQ TO PND-SEQ.
           IF NOT APC-APPROVE AND NOT APC-DECLINE
              MOVE "ISLEM KODU GECERSIZ." TO WS-RESULT-TEXT
           ELSE IF APC-CHECKER = SPACES
              MOVE "ONAYLAYAN KULLANICI BOS." TO WS-RESULT-TEXT
           ELSE
              READ PEND-FILE KEY PND-KEY
                 INVALID KEY
                    MOVE "BEKLEYEN ISLEM BULUNAMADI."
                         TO WS-RESULT-TEXT
                 NOT INVALID KEY
                    IF NOT PND-PENDING
                       MOVE "ISLEM ONAY BEKLEMIYOR."
                            TO WS-RESULT-TEXT
                    ELSE IF APC-CHECKER = PND-MAKER
                       MOVE "GIREN KULLANICI KARAR VEREMEZ."
                            TO WS-RESULT-TEXT
                       ADD 1 TO WS-CNT-SELF
                    ELSE
                       SET WS-CARD-ACCEPTED TO TRUE
                    END-IF
              END-READ
           END-IF.
           IF WS-CARD-ACCEPTED
              SUBTRACT 1 FROM WS-CNT-PENDING
              MOVE APC-CHECKER TO PND-CHECKER
              MOVE WS-TODAY-DATE TO PND-DECIDE-DATE
              IF APC-APPROVE
                 PERFORM H220-APPROVE
              ELSE
                 PERFORM H240-DECLINE
              END-IF
              REWRITE PND-REC
           ELSE
              ADD 1 TO WS-CNT-REFUSED
              PERFORM H400-WRITE-REFUSAL
           END-IF.
           PERFORM H110-READ-CARD.
       H200-END. EXIT.

      *****************************************************************
      * Posts the approved transaction through PBSUB with the same
      * fields PBURWDE would have passed it, logs PBSUB's line, and
      * records the outcome - a posting PBSUB refuses goes back to
      * the maker with PBSUB's own reason.
      *****************************************************************
       H220-APPROVE.
           ADD 1 TO WS-CNT-APPROVED.
           PERFORM H225-BUILD-CALL.
           CALL 'PBSUB' USING WS-SUB-AREA.
           MOVE WS-SUB-DESC TO RPT-DESC.
           WRITE RPT-REC.
           MOVE WS-SUB-RC TO PND-RC.
           IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
              SET PND-APPROVED TO TRUE
              MOVE "ONAYLANDI VE ISLENDI." TO PND-NOTE
              ADD 1 TO WS-CNT-POSTED
              MOVE PND-NOTE TO WS-RESULT-TEXT
              PERFORM H410-WRITE-DECISION
           ELSE
              SET PND-FAILED TO TRUE
              MOVE WS-SUB-DESC (18:40) TO PND-NOTE
              ADD 1 TO WS-CNT-FAILED
              MOVE PND-NOTE TO WS-RESULT-TEXT
              PERFORM H410-WRITE-DECISION
              PERFORM H420-RETURN-TO-MAKER
           END-IF.
       H220-END. EXIT.

      *    The function and fields per transaction type, exactly as
      *    PBURWDE's H200-PROCESS fills them - only the types it parks
      *    can arrive here.
       H225-BUILD-CALL.
           EVALUATE PND-OPT
              WHEN 'W'
                 SET WS-SUB-FUNC-WRITE TO TRUE
              WHEN 'D'
                 SET WS-SUB-FUNC-DELETE TO TRUE
              WHEN 'U'
                 SET WS-SUB-FUNC-UPDATE TO TRUE
              WHEN 'S'
                 SET WS-SUB-FUNC-STATUS TO TRUE
              WHEN 'T'
                 SET WS-SUB-FUNC-XFER TO TRUE
              WHEN 'V'
                 SET WS-SUB-FUNC-REVERSE TO TRUE
              WHEN OTHER
                 MOVE 0 TO WS-SUB-FUNC
           END-EVALUATE.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SURNAME.
           MOVE ZEROES TO WS-SUB-CUST.
           MOVE SPACES TO WS-SUB-CURRENCY.
           MOVE ZEROES TO WS-SUB-EXC.
           MOVE ZEROES TO WS-SUB-DATE.
           MOVE SPACES TO WS-SUB-REF-TS.
           IF WS-SUB-FUNC-REVERSE
              MOVE PND-REV-TS TO WS-SUB-REF-TS
           END-IF.
           IF WS-SUB-FUNC-WRITE
              MOVE PND-CUST TO WS-SUB-CUST
              MOVE PND-CURRENCY TO WS-SUB-CURRENCY
           END-IF.
           IF WS-SUB-FUNC-WRITE OR WS-SUB-FUNC-UPDATE
              MOVE PND-EXC TO WS-SUB-EXC
              MOVE PND-DATE TO WS-SUB-DATE
           END-IF.
           IF WS-SUB-FUNC-WRITE OR WS-SUB-FUNC-UPDATE
                         OR WS-SUB-FUNC-XFER
              MOVE PND-AMOUNT TO WS-SUB-BALANCE
           ELSE
              MOVE ZEROES TO WS-SUB-BALANCE
           END-IF.
           IF WS-SUB-FUNC-XFER
              MOVE PND-END-ID TO WS-SUB-END-ID
           ELSE
              MOVE ZEROES TO WS-SUB-END-ID
           END-IF.
           IF WS-SUB-FUNC-STATUS
              MOVE PND-STATUS TO WS-SUB-STATUS
           ELSE
              MOVE SPACES TO WS-SUB-STATUS
           END-IF.
           MOVE PND-ID TO WS-SUB-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
       H225-END. EXIT.

       H240-DECLINE.
           SET PND-DECLINED TO TRUE.
           MOVE 0 TO PND-RC.
           IF APC-NOTE = SPACES
              MOVE "REDDEDILDI." TO PND-NOTE
           ELSE
              MOVE APC-NOTE TO PND-NOTE
           END-IF.
           ADD 1 TO WS-CNT-DECLINED.
           MOVE PND-NOTE TO WS-RESULT-TEXT.
           PERFORM H410-WRITE-DECISION.
           PERFORM H420-RETURN-TO-MAKER.
       H240-END. EXIT.

      *****************************************************************
      * A refused card - the key it named, its checker and the
      * reason; the parked row, if there is one, is left untouched.
      *****************************************************************
       H400-WRITE-REFUSAL.
           MOVE SPACES TO WS-DEC-LINE.
           MOVE APC-BATCH-NO TO WS-DEC-BATCH.
           MOVE APC-SEQ TO WS-DEC-SEQ.
           MOVE APC-ACTION TO WS-DEC-OPT.
           MOVE APC-CHECKER TO WS-DEC-CHECKER.
           MOVE WS-RESULT-TEXT TO WS-DEC-RESULT.
           MOVE WS-DEC-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H400-END. EXIT.

       H410-WRITE-DECISION.
           MOVE SPACES TO WS-DEC-LINE.
           MOVE PND-BATCH-NO TO WS-DEC-BATCH.
           MOVE PND-SEQ TO WS-DEC-SEQ.
           MOVE PND-OPT TO WS-DEC-OPT.
           MOVE PND-ID TO WS-DEC-ID.
           MOVE PND-AMOUNT TO WS-DEC-AMOUNT.
           MOVE PND-MAKER TO WS-DEC-MAKER.
           MOVE PND-CHECKER TO WS-DEC-CHECKER.
           MOVE WS-RESULT-TEXT TO WS-DEC-RESULT.
           MOVE WS-DEC-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H410-END. EXIT.

       H420-RETURN-TO-MAKER.
           MOVE SPACES TO REJ-REC.
           MOVE PND-TRAN TO REJ-TRAN.
           MOVE PND-MAKER TO REJ-MAKER.
           MOVE PND-BATCH-NO TO REJ-BATCH-NO.
           MOVE PND-SEQ TO REJ-SEQ.
           MOVE PND-STATE TO REJ-STATE.
           MOVE PND-RC TO REJ-RC.
           MOVE PND-NOTE TO REJ-REASON.
           WRITE REJ-REC.
       H420-END. EXIT.

      *****************************************************************
      * End-of-job totals - cards read and refused (the refusals for
      * a maker deciding their own item counted apart), approvals
      * posted and refused by PBSUB, declines, expiries, and what is
      * still waiting.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** ONAY KARAR RAPORU ***" TO RPT-DESC.
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
           MOVE "SELF DECISION :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SELF TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "APPROVED      :" TO WS-RPT-LABEL.
           MOVE WS-CNT-APPROVED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "POSTED        :" TO WS-RPT-LABEL.
           MOVE WS-CNT-POSTED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "POST REFUSED  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-FAILED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "DECLINED      :" TO WS-RPT-LABEL.
           MOVE WS-CNT-DECLINED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "EXPIRED       :" TO WS-RPT-LABEL.
           MOVE WS-CNT-EXPIRED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "STILL PENDING :" TO WS-RPT-LABEL.
           MOVE WS-CNT-PENDING TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H310-END. EXIT.

       H300-TERMINATE.
           IF WS-SESSION-OPENED
              PERFORM H125-CLOSE-SESSION
           END-IF.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CTL-FILE
                 CARD-FILE
                 PEND-FILE
                 RPT-FILE
                 REJ-FILE.
      *    A refused card (a maker deciding their own item included)
      *    or an approval PBSUB would not post needs someone to act
      *    on it and ends the job with condition code 8; a decline
      *    or an expiry is an ordinary outcome and does not.
           IF WS-CNT-REFUSED > 0 OR WS-CNT-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
