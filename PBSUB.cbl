           SELECT HIST-FILE ASSIGN TO IOHIST
                           STATUS ST-HISTFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HIST-KEY.
           SELECT LIMIT-FILE ASSIGN TO LIMFILE
                           STATUS ST-LIMFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUST-KEY.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                           STATUS ST-HOLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
      *    IDX-CURRENCY follows.
           03 HIST-OLD-CURR        PIC X(03).
           03 HIST-NEW-CURR        PIC X(03).
      *    The reversal link. HIST-KIND marks a row the reversal
      *    function wrote, and HIST-REV-TS names the HIST-TS of the
      *    original row - same account - that it undoes; the reversal
      *    keeps the original's HIST-FUNC so every job that sums
      *    movements by function nets the pair without being told.
      *    HIST-XFER-ID is the other account of a transfer leg.
      *    A service fee is written as an update (function 4) marked
      *    'F', so it nets with every other balance posting yet can
      *    still be told apart; the reversal of a fee is marked 'V',
      *    which reads as both a reversal and a fee. An account moved
      *    to another customer number is written as a status change
      *    (function 8) marked 'M' - no balance moves, and the
      *    customer images carry the old and the new owner.
      *    Appended the way the currency fields were - an older row
      *    reads back as an ordinary posting with no counterpart on
      *    record.
           03 HIST-KIND            PIC X(01).
              88 HIST-KIND-POSTING    VALUE SPACE.
              88 HIST-KIND-REVERSAL   VALUE 'R' 'V'.
              88 HIST-KIND-FEE        VALUE 'F' 'V'.
              88 HIST-KIND-CUST-MOVE  VALUE 'M'.
           03 HIST-REV-TS          PIC X(21).
           03 HIST-XFER-ID         PIC 9(05).
      *    The account's status before and after the row - equal on
      *    a plain posting, different on a status change and on the
      *    posting that woke a dormant account. Spaces on the side
      *    where there is no account (an open's before image, a
      *    delete's after image) and on rows written before the
      *    fields were appended.
           03 HIST-OLD-STATUS      PIC X(01).
           03 HIST-NEW-STATUS      PIC X(01).
      *    The owning customer and the last accrual date before and
      *    after the row, so that together with the images above a
      *    row carries every field of the account record and the
      *    record can be rebuilt from a backup by replaying HIST-FILE
      *    (PBIDXREC). Zero on the side where there is no account;
      *    spaces, not digits, on rows written before the fields
      *    were appended.
           03 HIST-OLD-CUST-NO     PIC 9(05).
           03 HIST-NEW-CUST-NO     PIC 9(05).
           03 HIST-OLD-LAST-ACCR   PIC 9(07).
           03 HIST-NEW-LAST-ACCR   PIC 9(07).
      *****************************************************************
      * Authorized overdraft per branch/exception code - the same
      * key RATE-FILE uses. LIM-AMOUNT is how far below zero the
      * name and surname every account with that IDX-CUST-NO
      * resolves to. Built once by PBCMCNV from the names the
      * accounts used to carry, maintained through PBCMMNT's edited
      * transaction stream and PBCMMRG's merges and splits; PBSUB
      * only ever reads it.
      *****************************************************************
       FD CUST-FILE.
       01 CUST-REC.
                05 CUST-NO         PIC S9(5) COMP-3.
           03 CUST-NAME            PIC X(15).
           03 CUST-SURNAME         PIC X(15).
      *****************************************************************
      * Holds and liens - part of a balance set aside for a legal
      * block, a card authorization or a cheque in clearing without
      * freezing the whole account. Keyed by account id plus a hold
      * number, so all of one account's holds sit together in key
      * order. HLD-PLACED and HLD-EXPIRY are reduced CYYMMDD dates
      * like IDX-DATE; an expiry of zero means the hold stands until
      * it is released. A hold counts against the account through
      * its expiry date and no longer the day after, whether or not
      * PBHLDEXP has yet removed it. Maintained by PBHLDMNT's edited
      * transaction stream; PBSUB only ever reads it.
      *****************************************************************
       FD HOLD-FILE.
       01 HLD-REC.
           03 HLD-KEY.
                05 HLD-ID          PIC S9(5) COMP-3.
                05 HLD-NO          PIC S9(5) COMP-3.
           03 HLD-AMOUNT           PIC S9(15) COMP-3.
           03 HLD-REASON           PIC X(02).
           03 HLD-PLACED           PIC S9(7) COMP-3.
           03 HLD-EXPIRY           PIC S9(7) COMP-3.
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE           PIC 9(02).
              88 ST-SCANFILE-OK    VALUE 00.
           03 ST-HISTFILE          PIC 9(02).
              88 ST-HISTFILE-OK    VALUE 00 97.
              88 ST-HISTFILE-EOF   VALUE 10.
           03 ST-LIMFILE           PIC 9(02).
              88 ST-LIMFILE-OK     VALUE 00 97.
           03 ST-CUSTFILE          PIC 9(02).
              88 ST-CUSTFILE-OK    VALUE 00 97.
           03 WS-LIMITS-OPEN       PIC X(01) VALUE 'N'.
              88 WS-LIMITS-AVAILABLE   VALUE 'Y'.
           03 ST-HOLDFILE          PIC 9(02).
              88 ST-HOLDFILE-OK    VALUE 00 97.
           03 WS-HOLDS-OPEN        PIC X(01) VALUE 'N'.
              88 WS-HOLDS-AVAILABLE    VALUE 'Y'.
      *    Carries the batch session state across CALLs - set by
      *    WS-SUB-FUNC-OPEN, cleared when WS-SUB-FUNC-CLOSE (or an
      *    open error) closes the files. While set, H200-INITIALIZE
              88 WS-SESSION-ACTIVE     VALUE 'Y'.
           03 WS-PROJ-BALANCE      PIC S9(15) COMP-3.
           03 WS-FLOOR             PIC S9(15) COMP-3.
      *    The account's active holds, summed by H333-GET-HELD - a
      *    debit is held to the floor on the balance left over once
      *    these are set aside, not on IDX-BALANCE alone.
           03 WS-HELD-AMOUNT       PIC S9(15) COMP-3.
           03 WS-HLD-POS           PIC X(01).
              88 WS-HLD-POS-EOF        VALUE 'E'.
           03 WS-TODAY-DATE        PIC 9(08).
           03 WS-TODAY-RED         PIC S9(07) COMP-3.
           03 WS-ID                   PIC S9(05) COMP-3.
           03 WS-DESC-1               PIC X(09).
           03 WS-DESC-2               PIC X(96).
      *    can be tied back together from HIST-FILE alone.
           03 WS-XFER-TS               PIC X(21).
           03 WS-TGT-OLD-BALANCE       PIC S9(15) COMP-3.
      *    The other account stamped onto the next history row as
      *    HIST-XFER-ID - zero on everything but a transfer leg.
           03 WS-HIST-XFER-ID          PIC 9(05).
      *    The reversal in hand - the original row's function and
      *    timestamp, the movement that undoes it on the named
      *    account, and, when the original was a transfer leg, the
      *    other leg's account and the movement that undoes that one.
           03 WS-REV-FUNC              PIC 9(01).
           03 WS-REV-KIND              PIC X(01).
              88 WS-REV-OF-FEE             VALUE 'F'.
           03 WS-REV-ORIG-TS           PIC X(21).
           03 WS-REV-AMOUNT            PIC S9(15) COMP-3.
           03 WS-REV-EXC               PIC S9(03).
           03 WS-REV-PAIR-ID           PIC 9(05).
           03 WS-REV-PAIR-AMOUNT       PIC S9(15) COMP-3.
           03 WS-REV-LEG-AMT           PIC S9(15) COMP-3.
           03 WS-REV-POS               PIC X(01).
              88 WS-REV-POS-EOF            VALUE 'E'.
      *    How many leading characters of WS-SUB-SURNAME a surname
      *    search compares - the significant length of the argument
      *    with its trailing spaces dropped, so a partial surname
                 88 WS-SUB-FUNC-OPEN     VALUE 11.
                 88 WS-SUB-FUNC-CLOSE    VALUE 12.
                 88 WS-SUB-FUNC-CSYNC    VALUE 13.
                 88 WS-SUB-FUNC-REVERSE  VALUE 14.
                 88 WS-SUB-FUNC-FEE      VALUE 15.
                 88 WS-SUB-FUNC-CMOVE    VALUE 16.
                 88 WS-SUB-FUNC-REVINQ   VALUE 17.
              07 WS-SUB-ID            PIC 9(05).
              07 WS-SUB-END-ID        PIC 9(05).
              07 WS-SUB-RC            PIC 9(02).
              07 WS-SUB-STATUS        PIC X(01).
              07 WS-SUB-CUST          PIC 9(05).
              07 WS-SUB-CURRENCY      PIC X(03).
              07 WS-SUB-REF-TS        PIC X(21).
      *****************************************************************
       PROCEDURE DIVISION USING WS-SUB-AREA.
       H100-MAIN.
           MOVE SPACES TO WS-RES-SURNAME.
           SET WS-VALID-PASSED TO TRUE.
           MOVE WS-SUB-ID TO WS-HIST-ID.
           MOVE 0 TO WS-HIST-XFER-ID.
       H200-END. EXIT.

       H205-OPEN-FILES.
           IF ST-LIMFILE-OK
              SET WS-LIMITS-AVAILABLE TO TRUE
           END-IF.
      *    The hold file is optional the same way - a run without
      *    one has nothing set aside on any account, and available
      *    balance is simply IDX-BALANCE.
           MOVE 'N' TO WS-HOLDS-OPEN.
           OPEN INPUT HOLD-FILE.
           IF ST-HOLDFILE-OK
              SET WS-HOLDS-AVAILABLE TO TRUE
           END-IF.
       H205-END. EXIT.

       H300-PROCESS.
              END-IF
              IF WS-SUB-FUNC-UPDATE THEN PERFORM H340-UPDATE
              END-IF
              IF WS-SUB-FUNC-FEE THEN PERFORM H340-UPDATE
              END-IF
              IF WS-SUB-FUNC-ACCRUE THEN PERFORM H345-ACCRUE
              END-IF
              IF WS-SUB-FUNC-STATUS THEN PERFORM H347-STATUS-CHANGE
              END-IF
              IF WS-SUB-FUNC-XFER THEN PERFORM H348-TRANSFER
              END-IF
              IF WS-SUB-FUNC-REVERSE OR WS-SUB-FUNC-REVINQ
                 PERFORM H341-REVERSE
              END-IF
              IF WS-SUB-FUNC-CMOVE THEN PERFORM H387-CUST-MOVE
              END-IF
              IF WS-SUB-FUNC-WRITE THEN PERFORM H800-INVALID-KEY
              END-IF
              END-READ
               MOVE IDX-BALANCE TO HIST-NEW-BALANCE
               MOVE SPACES TO HIST-OLD-CURR
               MOVE IDX-CURRENCY TO HIST-NEW-CURR
               MOVE SPACES TO HIST-OLD-STATUS
               MOVE IDX-STATUS TO HIST-NEW-STATUS
               MOVE ZEROES TO HIST-OLD-CUST-NO
               MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO
               MOVE ZEROES TO HIST-OLD-LAST-ACCR
               MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR
               PERFORM H820-WRITE-HISTORY
            END-IF.
       H320-END. EXIT.
           MOVE IDX-DATE TO WS-HOLD-DATE.
           MOVE IDX-BALANCE TO WS-HOLD-BALANCE.
           MOVE IDX-CURRENCY TO WS-HOLD-CURRENCY.
           MOVE IDX-STATUS TO WS-HOLD-STATUS.
           MOVE IDX-CUST-NO TO WS-HOLD-CUST-NO.
           MOVE IDX-LAST-ACCR TO WS-HOLD-LAST-ACCR.
           DELETE IDX-FILE.
           PERFORM H700-NOT-INVALID.
           MOVE WS-HOLD-NAME TO HIST-OLD-NAME.
           MOVE ZEROES TO HIST-NEW-BALANCE.
           MOVE WS-HOLD-CURRENCY TO HIST-OLD-CURR.
           MOVE SPACES TO HIST-NEW-CURR.
           MOVE WS-HOLD-STATUS TO HIST-OLD-STATUS.
           MOVE SPACES TO HIST-NEW-STATUS.
           MOVE WS-HOLD-CUST-NO TO HIST-OLD-CUST-NO.
           MOVE ZEROES TO HIST-NEW-CUST-NO.
           MOVE WS-HOLD-LAST-ACCR TO HIST-OLD-LAST-ACCR.
           MOVE ZEROES TO HIST-NEW-LAST-ACCR.
           PERFORM H820-WRITE-HISTORY.
       H330-END. EXIT.

      * Since the customer master took the names off the account, an
      * update is purely a balance posting - a name correction is a
      * PBCMMNT transaction against the master, not a 'U' here.
      * A debit is held to the floor on the available balance -
      * IDX-BALANCE less the account's active holds - and one the
      * ledger balance would cover but the holds do not is refused
      * with its own return code, 73, so the branch can see it is
      * the hold and not the limit that stopped it.
      * A service fee (WS-SUB-FUNC-FEE) runs the same edits - it is
      * always a debit, 84 otherwise - and is marked as a fee on its
      * history row. Being charged by the bank rather than moved by
      * the customer, it does not wake a dormant account.
      *****************************************************************
       H340-UPDATE.
           PERFORM H335-CHECK-MOVEMENT.
           IF WS-VALID-PASSED AND WS-SUB-FUNC-FEE
                              AND WS-SUB-BALANCE NOT < 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 84 TO WS-SUB-RC
              MOVE "TUTAR GECERSIZ." TO WS-DESC-2
           END-IF.
           IF WS-VALID-PASSED AND WS-SUB-BALANCE < 0
              COMPUTE WS-PROJ-BALANCE = IDX-BALANCE + WS-SUB-BALANCE
              PERFORM H338-GET-FLOOR
                 SET WS-VALID-FAILED TO TRUE
                 MOVE 85 TO WS-SUB-RC
                 MOVE "SUBE BORC LIMITI ASILIYOR." TO WS-DESC-2
              ELSE
                 PERFORM H333-GET-HELD
                 SUBTRACT WS-HELD-AMOUNT FROM WS-PROJ-BALANCE
                 IF WS-PROJ-BALANCE < WS-FLOOR
                    SET WS-VALID-FAILED TO TRUE
                    MOVE 73 TO WS-SUB-RC
                    MOVE "BLOKE NEDENIYLE BAKIYE YETERSIZ."
                         TO WS-DESC-2
                 END-IF
              END-IF
           END-IF.
           IF WS-VALID-FAILED
              MOVE IDX-EXC TO WS-HOLD-EXC
              MOVE IDX-DATE TO WS-HOLD-DATE
              MOVE IDX-BALANCE TO WS-HOLD-BALANCE
              MOVE IDX-STATUS TO WS-HOLD-STATUS
              ADD WS-SUB-BALANCE TO IDX-BALANCE
              IF IDX-ST-DORMANT AND NOT WS-SUB-FUNC-FEE
                 MOVE 'A' TO IDX-STATUS
              END-IF
              REWRITE IDX-REC
              MOVE IDX-BALANCE TO HIST-NEW-BALANCE
              MOVE IDX-CURRENCY TO HIST-OLD-CURR
              MOVE IDX-CURRENCY TO HIST-NEW-CURR
              MOVE WS-HOLD-STATUS TO HIST-OLD-STATUS
              MOVE IDX-STATUS TO HIST-NEW-STATUS
              MOVE IDX-CUST-NO TO HIST-OLD-CUST-NO
              MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO
              MOVE IDX-LAST-ACCR TO HIST-OLD-LAST-ACCR
              MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR
              PERFORM H820-WRITE-HISTORY
           END-IF.
       H340-END. EXIT.
           END-IF.
       H338-END. EXIT.

      *****************************************************************
      * The total of the active holds on the account in IDX-REC -
      * every HOLD-FILE row under its id whose expiry is zero (held
      * until released) or not yet past today. Zero when the account
      * has no holds or no hold file is allocated to the run.
      *****************************************************************
       H333-GET-HELD.
           MOVE 0 TO WS-HELD-AMOUNT.
           IF WS-HOLDS-AVAILABLE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
              COMPUTE WS-TODAY-RED = WS-TODAY-DATE - 19000000
              MOVE SPACE TO WS-HLD-POS
              MOVE IDX-ID TO HLD-ID
              MOVE 0 TO HLD-NO
              START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                 INVALID KEY
                    SET WS-HLD-POS-EOF TO TRUE
              END-START
              PERFORM H334-SUM-HELD UNTIL WS-HLD-POS-EOF
           END-IF.
       H333-END. EXIT.

       H334-SUM-HELD.
           READ HOLD-FILE NEXT RECORD
              AT END
                 SET WS-HLD-POS-EOF TO TRUE
              NOT AT END
                 IF HLD-ID NOT = IDX-ID
                    SET WS-HLD-POS-EOF TO TRUE
                 ELSE
                 IF HLD-EXPIRY = 0 OR HLD-EXPIRY NOT < WS-TODAY-RED
                    ADD HLD-AMOUNT TO WS-HELD-AMOUNT
                 END-IF
                 END-IF
           END-READ.
       H334-END. EXIT.

      *****************************************************************
      * Posts an interest amount onto IDX-BALANCE the same way
      * H340-UPDATE posts any other balance change, but leaves
      * name change - and stamps IDX-LAST-ACCR with the caller-
      * supplied as-of date (WS-SUB-DATE) so the next accrual run
      * prorates from here instead of recomputing interest over the
      * account's entire lifetime again. An accrual posted with no
      * as-of date (term-deposit interest paid out at maturity) is
      * not the account's own interest and leaves IDX-LAST-ACCR alone.
      *****************************************************************
       H345-ACCRUE.
           PERFORM H315-RESOLVE-NAME.
           MOVE IDX-EXC TO WS-HOLD-EXC.
           MOVE IDX-DATE TO WS-HOLD-DATE.
           MOVE IDX-BALANCE TO WS-HOLD-BALANCE.
           MOVE IDX-LAST-ACCR TO WS-HOLD-LAST-ACCR.
           ADD WS-SUB-BALANCE TO IDX-BALANCE.
           IF WS-SUB-DATE NOT = 0
              MOVE WS-SUB-DATE TO IDX-LAST-ACCR
           END-IF.
           REWRITE IDX-REC.
           PERFORM H700-NOT-INVALID.
           MOVE WS-RES-NAME TO HIST-OLD-NAME.
           MOVE IDX-BALANCE TO HIST-NEW-BALANCE.
           MOVE IDX-CURRENCY TO HIST-OLD-CURR.
           MOVE IDX-CURRENCY TO HIST-NEW-CURR.
           MOVE IDX-STATUS TO HIST-OLD-STATUS.
           MOVE IDX-STATUS TO HIST-NEW-STATUS.
           MOVE IDX-CUST-NO TO HIST-OLD-CUST-NO.
           MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO.
           MOVE WS-HOLD-LAST-ACCR TO HIST-OLD-LAST-ACCR.
           MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR.
           PERFORM H820-WRITE-HISTORY.
       H345-END. EXIT.

              MOVE IDX-EXC TO WS-HOLD-EXC
              MOVE IDX-DATE TO WS-HOLD-DATE
              MOVE IDX-BALANCE TO WS-HOLD-BALANCE
              MOVE IDX-STATUS TO WS-HOLD-STATUS
              MOVE WS-SUB-STATUS TO IDX-STATUS
              REWRITE IDX-REC
              PERFORM H700-NOT-INVALID
              MOVE IDX-BALANCE TO HIST-NEW-BALANCE
              MOVE IDX-CURRENCY TO HIST-OLD-CURR
              MOVE IDX-CURRENCY TO HIST-NEW-CURR
              MOVE WS-HOLD-STATUS TO HIST-OLD-STATUS
              MOVE IDX-STATUS TO HIST-NEW-STATUS
              MOVE IDX-CUST-NO TO HIST-OLD-CUST-NO
              MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO
              MOVE IDX-LAST-ACCR TO HIST-OLD-LAST-ACCR
              MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR
              PERFORM H820-WRITE-HISTORY
           END-IF
           END-IF.
      * carries its own return code on the log line - 79 currency
      * mismatch, 80 source missing (set in H800), 81 target
      * missing, 82 balance short, 83 target id invalid, 84 amount
      * invalid, 73 balance covered but not once the source's
      * active holds are set aside.
      *****************************************************************
       H348-TRANSFER.
           PERFORM H335-CHECK-MOVEMENT.
              END-IF
           END-IF.
      *    The source must cover the amount down to its branch's
      *    overdraft floor - the same limit, on the same available
      *    balance, a debit 'U' posting is held to in H340-UPDATE.
           IF WS-VALID-PASSED
              COMPUTE WS-PROJ-BALANCE = IDX-BALANCE - WS-SUB-BALANCE
              PERFORM H338-GET-FLOOR
                 SET WS-VALID-FAILED TO TRUE
                 MOVE 82 TO WS-SUB-RC
                 MOVE "BAKIYE YETERSIZ." TO WS-DESC-2
              ELSE
                 PERFORM H333-GET-HELD
                 SUBTRACT WS-HELD-AMOUNT FROM WS-PROJ-BALANCE
                 IF WS-PROJ-BALANCE < WS-FLOOR
                    SET WS-VALID-FAILED TO TRUE
                    MOVE 73 TO WS-SUB-RC
                    MOVE "BLOKE NEDENIYLE BAKIYE YETERSIZ."
                         TO WS-DESC-2
                 END-IF
              END-IF
           END-IF.
           IF WS-VALID-PASSED
           MOVE IDX-BALANCE TO HIST-NEW-BALANCE.
           MOVE IDX-CURRENCY TO HIST-OLD-CURR.
           MOVE IDX-CURRENCY TO HIST-NEW-CURR.
           MOVE IDX-STATUS TO HIST-OLD-STATUS.
           MOVE IDX-STATUS TO HIST-NEW-STATUS.
           MOVE IDX-CUST-NO TO HIST-OLD-CUST-NO.
           MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO.
           MOVE IDX-LAST-ACCR TO HIST-OLD-LAST-ACCR.
           MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR.
           MOVE WS-SUB-END-ID TO WS-HIST-ID.
           MOVE WS-SUB-ID TO WS-HIST-XFER-ID.
           PERFORM H820-WRITE-HISTORY.
           MOVE WS-SUB-ID TO IDX-ID.
           MOVE WS-HOLD-CUST-NO TO IDX-CUST-NO.
           MOVE IDX-BALANCE TO HIST-NEW-BALANCE.
           MOVE WS-HOLD-CURRENCY TO HIST-OLD-CURR.
           MOVE WS-HOLD-CURRENCY TO HIST-NEW-CURR.
           MOVE WS-HOLD-STATUS TO HIST-OLD-STATUS.
           MOVE WS-HOLD-STATUS TO HIST-NEW-STATUS.
           MOVE IDX-CUST-NO TO HIST-OLD-CUST-NO.
           MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO.
           MOVE IDX-LAST-ACCR TO HIST-OLD-LAST-ACCR.
           MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR.
           MOVE WS-SUB-ID TO WS-HIST-ID.
           MOVE WS-SUB-END-ID TO WS-HIST-XFER-ID.
           PERFORM H820-WRITE-HISTORY.
       H349-END. EXIT.

      *****************************************************************
      * Reverses one earlier posting, named by the account (already
      * in IDX-REC from the keyed read) and the original row's
      * HIST-TS (WS-SUB-REF-TS). The exact inverse of that row's
      * movement is posted - both legs together when the original
      * was one side of a transfer - and every reversal row points
      * back at the row it undoes. All edits run before either
      * account is rewritten, each with its own return code: 78
      * original row missing, 77 the row is itself a reversal, 76
      * not a balance posting (only an update, an accrual or a
      * transfer leg can be reversed), 75 already reversed, 74 the
      * transfer's other leg or its account missing, 86 an account
      * since closed. A reversal corrects the book rather than moving
      * the customer's money, so the frozen-account and overdraft
      * floor edits a hand-keyed offset would meet do not apply, a
      * dormant account stays dormant, and a reversed accrual leaves
      * IDX-LAST-ACCR where it is. The REVINQ function runs the same
      * edits and posts nothing: it hands back the movement the
      * reversal would undo in WS-SUB-BALANCE and the named
      * account's branch in WS-SUB-EXC, so a caller can judge the
      * reversal before it is posted.
      *****************************************************************
       H341-REVERSE.
           MOVE WS-SUB-REF-TS TO WS-REV-ORIG-TS.
           MOVE IDX-EXC TO WS-REV-EXC.
           MOVE 0 TO WS-REV-FUNC.
           MOVE SPACE TO WS-REV-KIND.
           MOVE 0 TO WS-REV-PAIR-ID.
           MOVE WS-SUB-ID TO HIST-ID.
           MOVE WS-REV-ORIG-TS TO HIST-TS.
           READ HIST-FILE KEY HIST-KEY
              INVALID KEY
                 SET WS-VALID-FAILED TO TRUE
                 MOVE 78 TO WS-SUB-RC
                 MOVE "TERS CEVRILECEK HAREKET BULUNAMADI."
                      TO WS-DESC-2
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN HIST-KIND-REVERSAL
                       SET WS-VALID-FAILED TO TRUE
                       MOVE 77 TO WS-SUB-RC
                       MOVE "TERS KAYIT TEKRAR TERS CEVRILEMEZ."
                            TO WS-DESC-2
                    WHEN HIST-FUNC NOT = 4 AND HIST-FUNC NOT = 7
                                           AND HIST-FUNC NOT = 9
                       SET WS-VALID-FAILED TO TRUE
                       MOVE 76 TO WS-SUB-RC
                       MOVE "BU HAREKET TERS CEVRILEMEZ." TO WS-DESC-2
                    WHEN OTHER
                       MOVE HIST-FUNC TO WS-REV-FUNC
                       MOVE HIST-KIND TO WS-REV-KIND
                       COMPUTE WS-REV-AMOUNT =
                               HIST-OLD-BALANCE - HIST-NEW-BALANCE
                       IF HIST-FUNC = 9 AND HIST-XFER-ID NUMERIC
                          MOVE HIST-XFER-ID TO WS-REV-PAIR-ID
                       END-IF
                 END-EVALUATE
           END-READ.
           IF WS-VALID-PASSED
              PERFORM H342-CHECK-REVERSED
           END-IF.
           IF WS-VALID-PASSED AND IDX-ST-CLOSED
              SET WS-VALID-FAILED TO TRUE
              MOVE 86 TO WS-SUB-RC
              MOVE "HESAP KAPALI, ISLEM YAPILAMAZ." TO WS-DESC-2
           END-IF.
           IF WS-VALID-PASSED AND WS-REV-FUNC = 9
              PERFORM H344-CHECK-PAIR
           END-IF.
           IF WS-VALID-FAILED
              PERFORM H800-INVALID-KEY
           ELSE IF WS-SUB-FUNC-REVINQ
              MOVE WS-REV-AMOUNT TO WS-SUB-BALANCE
              MOVE WS-REV-EXC TO WS-SUB-EXC
              PERFORM H700-NOT-INVALID
           ELSE
              PERFORM H337-POST-REVERSAL
           END-IF
           END-IF.
       H341-END. EXIT.

      *****************************************************************
      * A row is reversed at most once. Any reversal of it can only
      * have been written later, under the same account, so the
      * account's rows after the original are walked until they run
      * out or one of them turns out to point back at it.
      *****************************************************************
       H342-CHECK-REVERSED.
           MOVE SPACE TO WS-REV-POS.
           MOVE WS-SUB-ID TO HIST-ID.
           MOVE WS-REV-ORIG-TS TO HIST-TS.
           START HIST-FILE KEY IS GREATER THAN HIST-KEY
              INVALID KEY
                 SET WS-REV-POS-EOF TO TRUE
           END-START.
           PERFORM H343-SCAN-REVERSED UNTIL WS-REV-POS-EOF.
       H342-END. EXIT.

       H343-SCAN-REVERSED.
           READ HIST-FILE NEXT RECORD
              AT END
                 SET WS-REV-POS-EOF TO TRUE
              NOT AT END
                 IF HIST-ID NOT = WS-SUB-ID
                    SET WS-REV-POS-EOF TO TRUE
                 ELSE
                    IF HIST-KIND-REVERSAL AND
                       HIST-REV-TS = WS-REV-ORIG-TS
                       SET WS-VALID-FAILED TO TRUE
                       MOVE 75 TO WS-SUB-RC
                       MOVE "HAREKET DAHA ONCE TERS CEVRILDI."
                            TO WS-DESC-2
                       SET WS-REV-POS-EOF TO TRUE
                    END-IF
                 END-IF
           END-READ.
       H343-END. EXIT.

      *****************************************************************
      * Finds the other leg of a transfer - the row H349 wrote under
      * the same timestamp for the other account, with the mirror
      * movement. A leg written since HIST-XFER-ID existed names its
      * partner directly; an older one is found by walking the file
      * for it. The partner account must still be on file and open;
      * it is left in IDX-REC for H337 to post first.
      *****************************************************************
       H344-CHECK-PAIR.
           IF WS-REV-PAIR-ID > 0
              MOVE WS-REV-PAIR-ID TO HIST-ID
              MOVE WS-REV-ORIG-TS TO HIST-TS
              MOVE 0 TO WS-REV-PAIR-ID
              READ HIST-FILE KEY HIST-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM H346-MATCH-PAIR
              END-READ
           ELSE
              MOVE SPACE TO WS-REV-POS
              MOVE 0 TO HIST-ID
              MOVE LOW-VALUES TO HIST-TS
              START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                 INVALID KEY
                    SET WS-REV-POS-EOF TO TRUE
              END-START
              PERFORM H332-SCAN-PAIR UNTIL WS-REV-POS-EOF
           END-IF.
           IF WS-REV-PAIR-ID = 0
              SET WS-VALID-FAILED TO TRUE
              MOVE 74 TO WS-SUB-RC
              MOVE "HAVALENIN KARSI BACAGI BULUNAMADI." TO WS-DESC-2
           ELSE
              MOVE WS-REV-PAIR-ID TO IDX-ID
              READ IDX-FILE KEY IDX-KEY
                 INVALID KEY
                    SET WS-VALID-FAILED TO TRUE
                    MOVE 74 TO WS-SUB-RC
                    MOVE "HAVALENIN KARSI HESABI BULUNAMADI."
                         TO WS-DESC-2
                 NOT INVALID KEY
                    IF IDX-ST-CLOSED
                       SET WS-VALID-FAILED TO TRUE
                       MOVE 86 TO WS-SUB-RC
                       MOVE "KARSI HESAP KAPALI, ISLEM YAPILAMAZ."
                            TO WS-DESC-2
                    END-IF
              END-READ
           END-IF.
       H344-END. EXIT.

       H332-SCAN-PAIR.
           READ HIST-FILE NEXT RECORD
              AT END
                 SET WS-REV-POS-EOF TO TRUE
              NOT AT END
                 IF HIST-TS = WS-REV-ORIG-TS AND
                    HIST-ID NOT = WS-SUB-ID
                    PERFORM H346-MATCH-PAIR
                    IF WS-REV-PAIR-ID > 0
                       SET WS-REV-POS-EOF TO TRUE
                    END-IF
                 END-IF
           END-READ.
       H332-END. EXIT.

      *    The row in HIST-REC is the partner when it is an ordinary
      *    transfer leg whose movement is the exact mirror of the
      *    named row's - undoing it then takes the named row's own
      *    movement back the other way.
       H346-MATCH-PAIR.
           IF HIST-FUNC = 9 AND NOT HIST-KIND-REVERSAL
              COMPUTE WS-REV-PAIR-AMOUNT =
                      HIST-OLD-BALANCE - HIST-NEW-BALANCE
              IF WS-REV-PAIR-AMOUNT + WS-REV-AMOUNT = 0
                 MOVE HIST-ID TO WS-REV-PAIR-ID
              END-IF
           END-IF.
       H346-END. EXIT.

      *****************************************************************
      * Every edit has passed - one timestamp is captured for the
      * whole reversal, the other leg of a transfer (still in IDX-REC
      * from H344) is posted first the way H349 credits the target
      * first, then the named account is read back and posted - or,
      * should that read miss, reported not found the way any other
      * keyed read here is.
      *****************************************************************
       H337-POST-REVERSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-XFER-TS.
           IF WS-REV-PAIR-ID > 0
              MOVE WS-REV-PAIR-AMOUNT TO WS-REV-LEG-AMT
              MOVE WS-REV-PAIR-ID TO WS-HIST-ID
              MOVE WS-SUB-ID TO WS-HIST-XFER-ID
              PERFORM H339-REVERSE-LEG
              MOVE WS-SUB-ID TO IDX-ID
              READ IDX-FILE KEY IDX-KEY
                 INVALID KEY
                    PERFORM H800-INVALID-KEY
                    SET WS-VALID-FAILED TO TRUE
              END-READ
              MOVE WS-REV-PAIR-ID TO WS-HIST-XFER-ID
           END-IF.
           IF WS-VALID-PASSED
              MOVE WS-REV-AMOUNT TO WS-REV-LEG-AMT
              MOVE WS-SUB-ID TO WS-HIST-ID
              PERFORM H339-REVERSE-LEG
           END-IF.
       H337-END. EXIT.

       H339-REVERSE-LEG.
           PERFORM H315-RESOLVE-NAME.
           MOVE IDX-BALANCE TO WS-HOLD-BALANCE.
           ADD WS-REV-LEG-AMT TO IDX-BALANCE.
           REWRITE IDX-REC.
           IF WS-HIST-ID = WS-SUB-ID
              PERFORM H700-NOT-INVALID
           END-IF.
           MOVE WS-RES-NAME TO HIST-OLD-NAME.
           MOVE WS-RES-SURNAME TO HIST-OLD-SURNAME.
           MOVE IDX-EXC TO HIST-OLD-EXC.
           MOVE IDX-DATE TO HIST-OLD-DATE.
           MOVE WS-HOLD-BALANCE TO HIST-OLD-BALANCE.
           MOVE WS-RES-NAME TO HIST-NEW-NAME.
           MOVE WS-RES-SURNAME TO HIST-NEW-SURNAME.
           MOVE IDX-EXC TO HIST-NEW-EXC.
           MOVE IDX-DATE TO HIST-NEW-DATE.
           MOVE IDX-BALANCE TO HIST-NEW-BALANCE.
           MOVE IDX-CURRENCY TO HIST-OLD-CURR.
           MOVE IDX-CURRENCY TO HIST-NEW-CURR.
           MOVE IDX-STATUS TO HIST-OLD-STATUS.
           MOVE IDX-STATUS TO HIST-NEW-STATUS.
           MOVE IDX-CUST-NO TO HIST-OLD-CUST-NO.
           MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO.
           MOVE IDX-LAST-ACCR TO HIST-OLD-LAST-ACCR.
           MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR.
           PERFORM H820-WRITE-HISTORY.
       H339-END. EXIT.

      *****************************************************************
      * Opens IDX-FILE for a sequential range scan instead of a keyed
      * random fetch - START positions on WS-SUB-ID (the first account
           END-READ.
       H385-END. EXIT.

      *****************************************************************
      * Moves one account (WS-SUB-ID, already in IDX-REC from the
      * keyed read) to another customer number (WS-SUB-CUST) - called
      * by PBCMMRG, once per account, to merge two customer numbers
      * that are one person or to split off accounts that belong to
      * another. The new number must already be on the master: 72
      * otherwise, 71 when the account already carries it. The
      * account takes the new owner's surname as its IDX-SURNAME
      * search copy in the same rewrite, so no CSYNC is needed
      * after it. The move is written to HIST-FILE with the old and
      * new owner in the customer and name images and the balance
      * images carried through untouched, the way a status change
      * is, so a history replay re-points the account too.
      *****************************************************************
       H387-CUST-MOVE.
           IF WS-SUB-CUST = IDX-CUST-NO
              SET WS-VALID-FAILED TO TRUE
              MOVE 71 TO WS-SUB-RC
              MOVE "HESAP ZATEN BU MUSTERIDE." TO WS-DESC-2
              PERFORM H800-INVALID-KEY
           ELSE
              PERFORM H315-RESOLVE-NAME
              MOVE WS-RES-NAME TO WS-HOLD-NAME
              MOVE WS-RES-SURNAME TO WS-HOLD-SURNAME
              MOVE IDX-CUST-NO TO WS-HOLD-CUST-NO
              MOVE WS-SUB-CUST TO CUST-NO
              READ CUST-FILE KEY CUST-KEY
                 INVALID KEY
                    SET WS-VALID-FAILED TO TRUE
                    MOVE 72 TO WS-SUB-RC
                    MOVE "HEDEF MUSTERI KAYDI BULUNAMADI."
                         TO WS-DESC-2
                    PERFORM H800-INVALID-KEY
                 NOT INVALID KEY
                    MOVE WS-SUB-CUST TO IDX-CUST-NO
                    MOVE CUST-SURNAME TO IDX-SURNAME
                    REWRITE IDX-REC
                    PERFORM H700-NOT-INVALID
                    MOVE WS-HOLD-NAME TO HIST-OLD-NAME
                    MOVE WS-HOLD-SURNAME TO HIST-OLD-SURNAME
                    MOVE IDX-EXC TO HIST-OLD-EXC
                    MOVE IDX-DATE TO HIST-OLD-DATE
                    MOVE IDX-BALANCE TO HIST-OLD-BALANCE
                    MOVE CUST-NAME TO HIST-NEW-NAME
                    MOVE CUST-SURNAME TO HIST-NEW-SURNAME
                    MOVE IDX-EXC TO HIST-NEW-EXC
                    MOVE IDX-DATE TO HIST-NEW-DATE
                    MOVE IDX-BALANCE TO HIST-NEW-BALANCE
                    MOVE IDX-CURRENCY TO HIST-OLD-CURR
                    MOVE IDX-CURRENCY TO HIST-NEW-CURR
                    MOVE IDX-STATUS TO HIST-OLD-STATUS
                    MOVE IDX-STATUS TO HIST-NEW-STATUS
                    MOVE WS-HOLD-CUST-NO TO HIST-OLD-CUST-NO
                    MOVE IDX-CUST-NO TO HIST-NEW-CUST-NO
                    MOVE IDX-LAST-ACCR TO HIST-OLD-LAST-ACCR
                    MOVE IDX-LAST-ACCR TO HIST-NEW-LAST-ACCR
                    PERFORM H820-WRITE-HISTORY
              END-READ
           END-IF.
       H387-END. EXIT.

       H700-NOT-INVALID.
           IF WS-SUB-FUNC-READ
              MOVE "-read-rc:" TO WS-DESC-1
              MOVE "-csyn-rc:" TO WS-DESC-1
              MOVE "SOYAD ARAMA ANAHTARI ESITLENDI." TO WS-DESC-2
           END-IF.
           IF WS-SUB-FUNC-REVERSE
              MOVE "-revs-rc:" TO WS-DESC-1
              MOVE "TERS KAYIT ISLENDI." TO WS-DESC-2
           END-IF.
           IF WS-SUB-FUNC-FEE
              MOVE "-fees-rc:" TO WS-DESC-1
              MOVE "MASRAF ISLENDI." TO WS-DESC-2
           END-IF.
           IF WS-SUB-FUNC-CMOVE
              MOVE "-cmov-rc:" TO WS-DESC-1
              MOVE "HESAP MUSTERIYE TASINDI." TO WS-DESC-2
           END-IF.
           IF WS-SUB-FUNC-REVINQ
              MOVE "-rinq-rc:" TO WS-DESC-1
              MOVE "TERS CEVRILEBILIR." TO WS-DESC-2
           END-IF.
           PERFORM H810-WRITE-LOG.
       H700-END. EXIT.

                 MOVE "ESLESEN KAYIT YOK." TO WS-DESC-2
              END-IF
           END-IF.
           IF WS-SUB-FUNC-REVERSE
              MOVE "-revs-rc:" TO WS-DESC-1
              IF WS-VALID-FAILED
                 CONTINUE
              ELSE
                 MOVE "KAYIT BULUNAMADI." TO WS-DESC-2
              END-IF
           END-IF.
           IF WS-SUB-FUNC-FEE
              MOVE "-fees-rc:" TO WS-DESC-1
              IF WS-VALID-FAILED
                 CONTINUE
              ELSE
                 MOVE "MASRAF ISLENEMEDI." TO WS-DESC-2
              END-IF
           END-IF.
           IF WS-SUB-FUNC-CMOVE
              MOVE "-cmov-rc:" TO WS-DESC-1
              IF WS-VALID-FAILED
                 CONTINUE
              ELSE
                 MOVE "KAYIT BULUNAMADI." TO WS-DESC-2
              END-IF
           END-IF.
           IF WS-SUB-FUNC-REVINQ
              MOVE "-rinq-rc:" TO WS-DESC-1
              IF WS-VALID-FAILED
                 CONTINUE
              ELSE
                 MOVE "KAYIT BULUNAMADI." TO WS-DESC-2
              END-IF
           END-IF.
           PERFORM H810-WRITE-LOG.
       H800-END. EXIT.

      * changes to the same account each get their own history row.
      * The WRITE image (an empty before, the opening record after)
      * is what lets a replay of an account's history arrive at its
      * live balance starting from nothing. A reversal row is written
      * under the function of the row it undoes, marked as a
      * reversal and pointing back at that row's timestamp. A fee is
      * written as an update marked 'F', and the reversal of one as
      * 'V', so both still sort to the fee line downstream. A move
      * to another customer is written as a status change marked 'M'.
      *****************************************************************
       H820-WRITE-HISTORY.
           MOVE WS-HIST-ID TO HIST-ID.
           IF WS-SUB-FUNC-XFER OR WS-SUB-FUNC-REVERSE
              MOVE WS-XFER-TS TO HIST-TS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO HIST-TS
           END-IF.
           IF WS-SUB-FUNC-REVERSE
              MOVE WS-REV-FUNC TO HIST-FUNC
              IF WS-REV-OF-FEE
                 MOVE 'V' TO HIST-KIND
              ELSE
                 MOVE 'R' TO HIST-KIND
              END-IF
              MOVE WS-REV-ORIG-TS TO HIST-REV-TS
           ELSE
           IF WS-SUB-FUNC-FEE
              MOVE 4 TO HIST-FUNC
              MOVE 'F' TO HIST-KIND
              MOVE SPACES TO HIST-REV-TS
           ELSE
           IF WS-SUB-FUNC-CMOVE
              MOVE 8 TO HIST-FUNC
              SET HIST-KIND-CUST-MOVE TO TRUE
              MOVE SPACES TO HIST-REV-TS
           ELSE
              MOVE WS-SUB-FUNC TO HIST-FUNC
              SET HIST-KIND-POSTING TO TRUE
              MOVE SPACES TO HIST-REV-TS
           END-IF
           END-IF
           END-IF.
           MOVE WS-HIST-XFER-ID TO HIST-XFER-ID.
           WRITE HIST-REC
              INVALID KEY
                 DISPLAY "HIST-FILE WRITE ERROR"
              CLOSE LIMIT-FILE
              MOVE 'N' TO WS-LIMITS-OPEN
           END-IF.
           IF WS-HOLDS-AVAILABLE
              CLOSE HOLD-FILE
              MOVE 'N' TO WS-HOLDS-OPEN
           END-IF.
           GOBACK.
       H900-END. EXIT.
