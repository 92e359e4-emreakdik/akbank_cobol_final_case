      *   differ - H347 carries the balance through untouched, so a
      *   difference means the row was damaged.
      *
      * A reversal row (HIST-KIND 'R') is an ordinary link in its
      * account's chain and keeps the HIST-FUNC of the posting it
      * undoes. A reversed transfer is written by H337 as two legs
      * under one captured timestamp, equal and opposite like any
      * transfer, so it pairs off in the same table and is never
      * reported as an orphan; reversal rows are counted on their
      * own line so the audit shows how many corrections ran.
      *
      * Every finding is reported with the account, the timestamp
      * and the figures, and any finding at all - or a pending
      * table overflow, which would leave transfers unchecked -
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
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
                 09 WS-TP-USED     PIC X(01).
           05 WS-CNT-ROWS          PIC 9(07).
           05 WS-CNT-XFER          PIC 9(07).
           05 WS-CNT-REVERSAL      PIC 9(07).
           05 WS-CNT-PAIRED        PIC 9(07).
           05 WS-CNT-ORPHAN        PIC 9(07).
           05 WS-CNT-CHAIN         PIC 9(07).
           MOVE 0 TO WS-PREV-NEW-BAL.
           MOVE 0 TO WS-CNT-ROWS.
           MOVE 0 TO WS-CNT-XFER.
           MOVE 0 TO WS-CNT-REVERSAL.
           MOVE 0 TO WS-CNT-PAIRED.
           MOVE 0 TO WS-CNT-ORPHAN.
           MOVE 0 TO WS-CNT-CHAIN.
           END-IF.
           MOVE HIST-ID TO WS-PREV-ID.
           MOVE HIST-NEW-BALANCE TO WS-PREV-NEW-BAL.
           IF HIST-KIND-REVERSAL
              ADD 1 TO WS-CNT-REVERSAL
           END-IF.
           IF HIST-FUNC = 8 AND
              HIST-OLD-BALANCE NOT = HIST-NEW-BALANCE
              ADD 1 TO WS-CNT-STATMOVE
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REVERSAL ROWS :" TO WS-RPT-LABEL.
           MOVE WS-CNT-REVERSAL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PAIRS MATCHED :" TO WS-RPT-LABEL.
           MOVE WS-CNT-PAIRED TO WS-RPT-COUNT.
