      *****************************************************************
      * Program name:    PBURWDE
      * Original author: YUNUS EMRE AKDIK
      * Transactions that need a second pair of eyes are not posted
      * here at all: a 'D', an 'S' closing an account, and any 'W',
      * 'U', 'T' or 'V' whose amount (for a 'V', the movement it
      * undoes) is over its branch's approval threshold (APPR-FILE)
      * are parked on PEND-FILE under the operator id of the batch
      * header, and PBAPPRV posts or returns them on another
      * operator's decision.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBURWDE.
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY RST-KEY.
           SELECT APPR-FILE ASSIGN TO APRLIM
                           STATUS ST-APRFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY APR-KEY.
           SELECT PEND-FILE ASSIGN TO PENDFILE
                           STATUS ST-PENDFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY PND-KEY.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
      * inquiry. Both columns stay where they are so existing card
      * layouts do not shift; a 'W' names its holder through
      * INP-CUST at the end of the record instead.
         03 INP-NAME-AREA.
            05 INP-NAME            PIC X(15).
            05 INP-SURNAME         PIC X(15).
      * A 'V' reversal names the HIST-FILE row it undoes by account
      * (INP-ID) and the row's HIST-TS, carried in the name columns
      * no other balance operation reads. INP-AMOUNT is zero - PBSUB
      * takes the amount from the original row itself.
         03 INP-REV-AREA REDEFINES INP-NAME-AREA.
            05 INP-REV-TS          PIC X(21).
            05 FILLER              PIC X(09).
         03 INP-EXC                PIC S9(03).
      * INP-DATE must already be encoded the way IDX-DATE is held on
      * IDX-FILE - a century digit (0=1900s, 1=2000s, ...) followed
      * file before the first CALL to PBSUB, and the batch number is
      * matched against RESTART-FILE so a batch already run to
      * completion is refused rather than posted twice.
      * INP-HDR-OPERATOR is the id of the operator who keyed the
      * batch - every transaction parked for approval is parked
      * under it, and a batch without one is refused.
      *****************************************************************
       01 INP-HDR-REC.
         03 INP-HDR-TYPE           PIC X(01).
         03 INP-HDR-DATE           PIC 9(08).
         03 INP-HDR-BATCH          PIC 9(07).
         03 INP-HDR-OPERATOR       PIC X(08).
         03 FILLER                 PIC X(51).
       01 INP-TRL-REC.
         03 INP-TRL-TYPE           PIC X(01).
         03 INP-TRL-COUNT          PIC 9(07).
      *    reads back as zero and matches nothing.
           03 RST-BATCH-NO           PIC 9(07).
           03 RST-BATCH-DATE         PIC 9(08).
      *    Reversal count, appended after the batch fields for the
      *    same reason - an older record reads it back as zero.
           03 RST-CNT-REVERSE        PIC 9(07).
      *    Parked count, appended the same way.
           03 RST-CNT-PARKED         PIC 9(07).
      *****************************************************************
      * Approval threshold per branch/exception code - the same key
      * LIMIT-FILE uses. A 'W', 'U' or 'T' whose amount (either
      * sign, in the account's own currency, the way LIM-AMOUNT is
      * read) is over APR-AMOUNT waits for a second operator. A
      * branch with no row falls back on the row for branch zero,
      * the bank-wide threshold; with neither, only the 'D' and
      * closing 'S' transactions are parked.
      *****************************************************************
       FD APPR-FILE.
       01 APR-REC.
           03 APR-KEY.
                05 APR-EXC         PIC S9(3) COMP.
           03 APR-AMOUNT           PIC S9(15) COMP-3.
      *****************************************************************
      * The pending-approval file - one row per parked transaction,
      * keyed by the batch number and the transaction's position in
      * the batch, so a restart that parks the same item again finds
      * it already there. PND-TRAN is the INPFILE transaction byte
      * for byte. PBURWDE writes the row as pending; PBAPPRV records
      * the decision on it and never deletes it.
      *****************************************************************
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
      *    Why it was parked - 'A' over the threshold, 'D' a delete,
      *    'C' a closure.
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
      *****************************************************************
      * The shared run-control file - one row per batch job currently
      * holding IDX-FILE/HIST-FILE, keyed by job name. Every such job
              88 REJ-SUCCESS             VALUE 00.
           05 ST-RESTARTF          PIC 9(02).
              88 ST-RESTARTF-OK          VALUE 00 97.
           05 ST-APRFILE           PIC 9(02).
              88 ST-APRFILE-OK           VALUE 00 97.
           05 ST-PENDFILE          PIC 9(02).
              88 ST-PENDFILE-OK          VALUE 00 97.
           05 WS-RESTART-LAST-SEQ  PIC 9(07).
           05 WS-REC-COUNT         PIC 9(07).
           05 WS-BATCH-NO          PIC 9(07).
           05 WS-BATCH-DATE        PIC 9(08).
           05 WS-MAKER-ID          PIC X(08).
           05 WS-TODAY-DATE        PIC 9(08).
      *    The approval decision for the transaction in hand - why it
      *    is parked, the branch and the amount it was judged by,
      *    and the function H210 chose, kept while the branch lookup
      *    borrows WS-SUB-AREA.
           05 WS-APPR-FLAG         PIC X(01).
              88 WS-APPR-NEEDED          VALUE 'Y'.
           05 WS-APPR-REASON       PIC X(01).
           05 WS-APPR-EXC          PIC S9(03).
           05 WS-APPR-AMT          PIC S9(15) COMP-3.
           05 WS-APPR-LIMIT        PIC S9(15) COMP-3.
           05 WS-APPR-LIMIT-FLAG   PIC X(01).
              88 WS-APPR-LIMIT-FOUND     VALUE 'Y'.
           05 WS-HOLD-FUNC         PIC 9(02).
           05 WS-VER-COUNT         PIC 9(07).
           05 WS-VER-HASH          PIC 9(15).
           05 WS-ABS-AMT           PIC S9(15) COMP-3.
           05 WS-SESSION-FLAG      PIC X(01) VALUE 'N'.
              88 WS-SESSION-OPENED       VALUE 'Y'.
           05 WS-OPERATION-TYPE    PIC 9(02).
              88 VALID-OPT               VALUE 1 THRU 5 8 9 10 14.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC          PIC 9(02).
                 88 WS-SUB-FUNC-READ     VALUE 1.
                 88 WS-SUB-FUNC-OPEN     VALUE 11.
                 88 WS-SUB-FUNC-CLOSE    VALUE 12.
                 88 WS-SUB-FUNC-CSYNC    VALUE 13.
                 88 WS-SUB-FUNC-REVERSE  VALUE 14.
                 88 WS-SUB-FUNC-FEE      VALUE 15.
                 88 WS-SUB-FUNC-REVINQ   VALUE 17.
              07 WS-SUB-ID            PIC 9(05).
              07 WS-SUB-END-ID        PIC 9(05).
              07 WS-SUB-RC            PIC 9(02).
              07 WS-SUB-STATUS        PIC X(01).
              07 WS-SUB-CUST          PIC 9(05).
              07 WS-SUB-CURRENCY      PIC X(03).
              07 WS-SUB-REF-TS        PIC X(21).
           05 WS-COUNT-AREA.
              07 WS-CNT-READ          PIC 9(07).
              07 WS-CNT-WRITE         PIC 9(07).
              07 WS-CNT-STATUS        PIC 9(07).
              07 WS-CNT-XFER          PIC 9(07).
              07 WS-CNT-NAMEINQ       PIC 9(07).
              07 WS-CNT-REVERSE       PIC 9(07).
              07 WS-CNT-PARKED        PIC 9(07).
              07 WS-CNT-INVALID       PIC 9(07).
              07 WS-CNT-TOTAL         PIC 9(07).
              07 WS-RC-SUB            PIC 9(03).
              07 WS-RC-DISPLAY        PIC 9(02).
              07 WS-RC-TABLE          PIC 9(07) OCCURS 100 TIMES.
           05 WS-PARK-LINE.
              07 WS-PARK-ID           PIC 9(05).
              07 WS-PARK-TAG          PIC X(09).
              07 WS-PARK-RC           PIC X(02).
              07 WS-PARK-DASH         PIC X(01).
              07 WS-PARK-TEXT         PIC X(24).
              07 WS-PARK-SEQ          PIC 9(07).
              07 FILLER               PIC X(70).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
      *    mistyped or truncated INPFILE fails here, before the
      *    first CALL to PBSUB can post a single transaction.
           PERFORM H105-VERIFY-BATCH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT APPR-FILE.
           IF NOT ST-APRFILE-OK
              DISPLAY "APPR-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-APRFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN I-O PEND-FILE.
           IF NOT ST-PENDFILE-OK
              DISPLAY "PEND-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-PENDFILE
              PERFORM H300-TERMINATE
           END-IF.
      *    H110-OPEN-RESTART must run before OUT-FILE/REJECT-FILE are
      *    opened - it decides whether this is a fresh run or a
      *    restart continuation, which in turn decides whether those
           END-IF.
           MOVE INP-HDR-DATE TO WS-BATCH-DATE.
           MOVE INP-HDR-BATCH TO WS-BATCH-NO.
           MOVE INP-HDR-OPERATOR TO WS-MAKER-ID.
           IF WS-MAKER-ID = SPACES
              DISPLAY "INPFILE BATCH OPERATOR MISSING"
              PERFORM H190-REFUSE-BATCH
           END-IF.
           PERFORM H106-VERIFY-RECORD
              UNTIL WS-TRAILER-SEEN OR INP-EOF.
           IF NOT WS-TRAILER-SEEN
                 MOVE 0 TO RST-LAST-SEQ
                 SET RST-INCOMPLETE TO TRUE
                 INITIALIZE RST-COUNT-AREA
                 MOVE 0 TO RST-CNT-REVERSE
                 MOVE 0 TO RST-CNT-PARKED
                 MOVE WS-BATCH-NO TO RST-BATCH-NO
                 MOVE WS-BATCH-DATE TO RST-BATCH-DATE
                 WRITE RST-REC
           MOVE RST-CNT-STATUS TO WS-CNT-STATUS.
           MOVE RST-CNT-XFER TO WS-CNT-XFER.
           MOVE RST-CNT-NAMEINQ TO WS-CNT-NAMEINQ.
           MOVE RST-CNT-REVERSE TO WS-CNT-REVERSE.
           MOVE RST-CNT-PARKED TO WS-CNT-PARKED.
           MOVE RST-CNT-INVALID TO WS-CNT-INVALID.
           MOVE RST-CNT-TOTAL TO WS-CNT-TOTAL.
           MOVE 0 TO WS-RC-SUB.
              CONTINUE
           ELSE
              PERFORM H210-CHECK-OPERATION-TYPE
              MOVE 'N' TO WS-APPR-FLAG
              IF VALID-OPT
                 PERFORM H240-CHECK-APPROVAL
              END-IF
              IF VALID-OPT AND WS-APPR-NEEDED
                 PERFORM H245-PARK-ITEM
              END-IF
              IF VALID-OPT AND NOT WS-APPR-NEEDED
      *          A 'W' names its holder by customer number - the
      *          name itself lives on the customer master and PBSUB
      *          resolves it from there. A 'U' is purely a balance
                      MOVE ZEROES TO WS-SUB-CUST
                      MOVE ZEROES TO WS-SUB-EXC
                      MOVE ZEROES TO WS-SUB-DATE
                  ELSE IF WS-SUB-FUNC-REVERSE
                      MOVE SPACES TO WS-SUB-NAME
                      MOVE SPACES TO WS-SUB-SURNAME
                      MOVE ZEROES TO WS-SUB-CUST
                      MOVE ZEROES TO WS-SUB-EXC
                      MOVE ZEROES TO WS-SUB-DATE
                 END-IF
                 IF WS-SUB-FUNC-REVERSE
                    MOVE INP-REV-TS TO WS-SUB-REF-TS
                 ELSE
                    MOVE SPACES TO WS-SUB-REF-TS
                 END-IF
                 IF WS-SUB-FUNC-WRITE OR WS-SUB-FUNC-UPDATE
                               OR WS-SUB-FUNC-XFER
           MOVE WS-CNT-STATUS TO RST-CNT-STATUS.
           MOVE WS-CNT-XFER TO RST-CNT-XFER.
           MOVE WS-CNT-NAMEINQ TO RST-CNT-NAMEINQ.
           MOVE WS-CNT-REVERSE TO RST-CNT-REVERSE.
           MOVE WS-CNT-PARKED TO RST-CNT-PARKED.
           MOVE WS-CNT-INVALID TO RST-CNT-INVALID.
           MOVE WS-CNT-TOTAL TO RST-CNT-TOTAL.
           MOVE 0 TO WS-RC-SUB.
           MOVE WS-RC-TABLE (WS-RC-SUB) TO RST-RC-TABLE (WS-RC-SUB).
       H236-END. EXIT.

      *****************************************************************
      * Decides whether the transaction needs a second operator. A
      * 'D' always does, and an 'S' to 'C'; a 'W', 'U', 'T' or 'V'
      * does when its amount is over the threshold of the branch it
      * belongs to - the 'W' names its branch itself, a 'U' or 'T'
      * is judged by the branch of the account it debits or credits
      * (the source of a transfer), asked of PBSUB with a READ. A
      * 'V' carries no amount of its own; PBSUB's REVINQ hands back
      * the movement of the row it undoes and the named account's
      * branch. An account or row PBSUB cannot find, or a reversal
      * it would refuse, is not parked; the posting itself will
      * fail with PBSUB's own reason.
      *****************************************************************
       H240-CHECK-APPROVAL.
           MOVE SPACE TO WS-APPR-REASON.
           MOVE 0 TO WS-APPR-EXC.
           MOVE INP-AMOUNT TO WS-APPR-AMT.
           IF WS-SUB-FUNC-DELETE
              MOVE 'D' TO WS-APPR-REASON
           END-IF.
           IF WS-SUB-FUNC-STATUS AND INP-STATUS = 'C'
              MOVE 'C' TO WS-APPR-REASON
           END-IF.
           IF WS-SUB-FUNC-WRITE
              MOVE INP-EXC TO WS-APPR-EXC
              PERFORM H242-CHECK-AMOUNT
           END-IF.
           IF WS-SUB-FUNC-UPDATE OR WS-SUB-FUNC-XFER
              MOVE WS-SUB-FUNC TO WS-HOLD-FUNC
              SET WS-SUB-FUNC-READ TO TRUE
              MOVE INP-ID TO WS-SUB-ID
              MOVE ZEROES TO WS-SUB-END-ID
              MOVE SPACES TO WS-SUB-DESC
              MOVE ZEROS TO WS-SUB-RC
              CALL 'PBSUB' USING WS-SUB-AREA
              IF WS-SUB-RC = 0 OR WS-SUB-RC = 97
                 MOVE WS-SUB-EXC TO WS-APPR-EXC
                 MOVE WS-HOLD-FUNC TO WS-SUB-FUNC
                 PERFORM H242-CHECK-AMOUNT
              END-IF
              MOVE WS-HOLD-FUNC TO WS-SUB-FUNC
              MOVE SPACES TO WS-SUB-DESC
           END-IF.
           IF WS-SUB-FUNC-REVERSE
              MOVE WS-SUB-FUNC TO WS-HOLD-FUNC
              SET WS-SUB-FUNC-REVINQ TO TRUE
              MOVE INP-ID TO WS-SUB-ID
              MOVE INP-REV-TS TO WS-SUB-REF-TS
              MOVE ZEROES TO WS-SUB-END-ID
              MOVE SPACES TO WS-SUB-DESC
              MOVE ZEROS TO WS-SUB-RC
              CALL 'PBSUB' USING WS-SUB-AREA
              IF WS-SUB-RC = 0
                 MOVE WS-SUB-EXC TO WS-APPR-EXC
                 MOVE WS-SUB-BALANCE TO WS-APPR-AMT
                 MOVE WS-HOLD-FUNC TO WS-SUB-FUNC
                 PERFORM H242-CHECK-AMOUNT
              END-IF
              MOVE WS-HOLD-FUNC TO WS-SUB-FUNC
              MOVE SPACES TO WS-SUB-DESC
           END-IF.
           IF WS-APPR-REASON NOT = SPACE
              SET WS-APPR-NEEDED TO TRUE
           END-IF.
       H240-END. EXIT.

       H242-CHECK-AMOUNT.
           MOVE 'N' TO WS-APPR-LIMIT-FLAG.
           MOVE WS-APPR-EXC TO APR-EXC.
           READ APPR-FILE KEY APR-KEY
              INVALID KEY
                 MOVE 0 TO APR-EXC
                 READ APPR-FILE KEY APR-KEY
                    NOT INVALID KEY
                       SET WS-APPR-LIMIT-FOUND TO TRUE
                 END-READ
              NOT INVALID KEY
                 SET WS-APPR-LIMIT-FOUND TO TRUE
           END-READ.
           IF WS-APPR-LIMIT-FOUND
              MOVE APR-AMOUNT TO WS-APPR-LIMIT
              IF WS-APPR-AMT < 0
                 COMPUTE WS-ABS-AMT = 0 - WS-APPR-AMT
              ELSE
                 MOVE WS-APPR-AMT TO WS-ABS-AMT
              END-IF
              IF WS-ABS-AMT > WS-APPR-LIMIT
                 MOVE 'A' TO WS-APPR-REASON
              END-IF
           END-IF.
       H242-END. EXIT.

      *****************************************************************
      * Parks the transaction on PEND-FILE under the batch's operator
      * instead of posting it, and says so on the output listing in
      * the shape of a PBSUB log line. A row already there for this
      * batch position is this item parked by the interrupted run
      * before a restart, and stands as it is - the restored counts
      * never included it, so it is counted parked here. Any other
      * failure to write leaves the item unparked: it is counted
      * invalid and goes to the reject file like an unknown
      * operation.
      *****************************************************************
       H245-PARK-ITEM.
           MOVE SPACES TO PND-REC.
           MOVE WS-BATCH-NO TO PND-BATCH-NO.
           MOVE WS-REC-COUNT TO PND-SEQ.
           SET PND-PENDING TO TRUE.
           MOVE WS-APPR-REASON TO PND-REASON.
           MOVE WS-MAKER-ID TO PND-MAKER.
           MOVE WS-TODAY-DATE TO PND-PARK-DATE.
           MOVE WS-APPR-EXC TO PND-BRANCH.
           MOVE INP-REC TO PND-TRAN.
           MOVE 0 TO PND-DECIDE-DATE.
           MOVE 0 TO PND-RC.
           MOVE SPACES TO WS-PARK-LINE.
           MOVE INP-ID TO WS-PARK-ID.
           MOVE "-park-rc:" TO WS-PARK-TAG.
           MOVE "00" TO WS-PARK-RC.
           MOVE "-" TO WS-PARK-DASH.
           MOVE "ONAY BEKLIYOR. SIRA NO:" TO WS-PARK-TEXT.
           MOVE WS-REC-COUNT TO WS-PARK-SEQ.
           WRITE PND-REC
              INVALID KEY
                 IF ST-PENDFILE = 22
                    ADD 1 TO WS-CNT-PARKED
                 ELSE
                    ADD 1 TO WS-CNT-INVALID
                    MOVE ST-PENDFILE TO WS-PARK-RC
                    MOVE "ONAYA ALINAMADI.       :" TO WS-PARK-TEXT
                    MOVE INP-REC TO REJ-REC
                    WRITE REJ-REC
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-PARKED
           END-WRITE.
           MOVE WS-PARK-LINE TO OUT-DESC.
           WRITE OUT-REC.
       H245-END. EXIT.

       H210-CHECK-OPERATION-TYPE.
            EVALUATE INP-OPT
               WHEN 'R'
                  SET WS-SUB-FUNC-XFER TO TRUE
               WHEN 'N'
                  SET WS-SUB-FUNC-NAMEINQ TO TRUE
               WHEN 'V'
                  SET WS-SUB-FUNC-REVERSE TO TRUE
               WHEN OTHER
                  MOVE 0 TO WS-SUB-FUNC
           END-EVALUATE.
           IF WS-SUB-FUNC-STATUS ADD 1 TO WS-CNT-STATUS END-IF.
           IF WS-SUB-FUNC-XFER   ADD 1 TO WS-CNT-XFER   END-IF.
           IF WS-SUB-FUNC-NAMEINQ ADD 1 TO WS-CNT-NAMEINQ END-IF.
           IF WS-SUB-FUNC-REVERSE ADD 1 TO WS-CNT-REVERSE END-IF.
           ADD 1 TO WS-CNT-TOTAL.
           COMPUTE WS-RC-SUB = WS-SUB-RC + 1.
           ADD 1 TO WS-RC-TABLE (WS-RC-SUB).
           MOVE WS-REPORT-LINE TO OUT-DESC.
           WRITE OUT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REVERSAL COUNT:" TO WS-RPT-LABEL.
           MOVE WS-CNT-REVERSE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO OUT-DESC.
           WRITE OUT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PARKED COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-PARKED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO OUT-DESC.
           WRITE OUT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "INVALID OPT   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-INVALID TO WS-RPT-COUNT.
           CLOSE INP-FILE
                 OUT-FILE
                 REJECT-FILE
                 RESTART-FILE
                 APPR-FILE
                 PEND-FILE.
           PERFORM H060-CLEAR-RUN.
           STOP RUN.
       H300-END. EXIT.
