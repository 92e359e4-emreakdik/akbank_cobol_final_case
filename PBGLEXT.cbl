      * own ledger account. Status changes move no money and rows
      * that net to zero produce no posting line.
      *
      * A reversal row carries the HIST-FUNC of the posting it
      * undoes, so it nets into the same branch/operation line as
      * the original - a same-day error and its reversal cancel
      * inside the one line, and a reversal of an earlier day's
      * posting reaches the GL as a contra amount on the account the
      * original was posted to, never as a customer movement of its
      * own. Reversal rows are counted separately on the report.
      *
      * Service fees (HIST-KIND 'F', and 'V' for a fee's reversal)
      * are updates by function but income to the bank, so they are
      * kept out of the customer posting line and summarized on a
      * line of their own, flagged 'F' in GL-KIND, which finance
      * maps to the fee-income ledger account. Fee rows are counted
      * separately on the report too.
      *
      * The extract closes with a trailer record carrying the
      * posting-line count and a hash total (the sum of the absolute
      * posting amounts) so the receiving GL system can prove the
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
      *****************************************************************
      * The extract the receiving GL system loads - one 'D' posting
      * line per branch and operation type - with fees on a line of
      * their own, GL-KIND 'F' - closed by a single 'T' trailer
      * whose count and hash total prove the file whole.
      *****************************************************************
       FD GL-FILE RECORDING MODE F.
       01 GL-REC.
           03 GL-FUNC              PIC 9(01).
           03 GL-AMOUNT            PIC S9(15) SIGN LEADING SEPARATE.
           03 GL-COUNT             PIC 9(07).
           03 GL-KIND              PIC X(01).
           03 FILLER               PIC X(04).
       01 GL-TRAILER.
           03 GL-TRL-TYPE          PIC X(01).
           03 GL-TRL-COUNT         PIC 9(07).
              07 WS-GL-ENTRY OCCURS 2000 TIMES.
                 09 WS-GL-T-EXC    PIC S9(3) COMP.
                 09 WS-GL-T-FUNC   PIC 9(01).
                 09 WS-GL-T-KIND   PIC X(01).
                 09 WS-GL-T-AMT    PIC S9(15) COMP-3.
                 09 WS-GL-T-CNT    PIC S9(7) COMP.
           05 WS-CNT-SELECTED      PIC 9(07).
           05 WS-CNT-REVERSAL      PIC 9(07).
           05 WS-CNT-FEE           PIC 9(07).
           05 WS-CNT-DROPPED       PIC 9(07).
           05 WS-CNT-LINES         PIC 9(07).
           05 WS-TOTAL-MOVEMENT    PIC S9(15) COMP-3.
           PERFORM H050-REGISTER-RUN.
           MOVE 0 TO WS-GL-CNT.
           MOVE 0 TO WS-CNT-SELECTED.
           MOVE 0 TO WS-CNT-REVERSAL.
           MOVE 0 TO WS-CNT-FEE.
           MOVE 0 TO WS-CNT-DROPPED.
           MOVE 0 TO WS-CNT-LINES.
           MOVE 0 TO WS-TOTAL-MOVEMENT.
       H200-PROCESS.
           IF HIST-TS (1:8) = WS-TODAY-CHAR
              ADD 1 TO WS-CNT-SELECTED
              IF HIST-KIND-REVERSAL
                 ADD 1 TO WS-CNT-REVERSAL
              END-IF
              IF HIST-KIND-FEE
                 ADD 1 TO WS-CNT-FEE
              END-IF
              COMPUTE WS-MOVE-AMT =
                      HIST-NEW-BALANCE - HIST-OLD-BALANCE
              ADD WS-MOVE-AMT TO WS-TOTAL-MOVEMENT
           ELSE
              MOVE HIST-NEW-EXC TO WS-GL-T-EXC (2000)
           END-IF.
           IF HIST-KIND-FEE
              MOVE 'F' TO WS-GL-T-KIND (2000)
           ELSE
              MOVE SPACE TO WS-GL-T-KIND (2000)
           END-IF.
           MOVE 0 TO WS-GL-SLOT.
           PERFORM H215-FIND-SLOT
              VARYING WS-GL-IDX FROM 1 BY 1
                 MOVE WS-GL-CNT TO WS-GL-SLOT
                 MOVE WS-GL-T-EXC (2000) TO WS-GL-T-EXC (WS-GL-SLOT)
                 MOVE HIST-FUNC TO WS-GL-T-FUNC (WS-GL-SLOT)
                 MOVE WS-GL-T-KIND (2000)
                   TO WS-GL-T-KIND (WS-GL-SLOT)
                 MOVE 0 TO WS-GL-T-AMT (WS-GL-SLOT)
                 MOVE 0 TO WS-GL-T-CNT (WS-GL-SLOT)
              ELSE
       H210-END. EXIT.

      *****************************************************************
      * Entry 2000 is the probe - it holds the branch code and fee
      * flag being looked for, so the loop itself stays a plain
      * compare. Only entries 1 to 1999 ever hold real summary
      * slots.
      *****************************************************************
       H215-FIND-SLOT.
           IF WS-GL-T-EXC (WS-GL-IDX) = WS-GL-T-EXC (2000) AND
              WS-GL-T-FUNC (WS-GL-IDX) = HIST-FUNC AND
              WS-GL-T-KIND (WS-GL-IDX) = WS-GL-T-KIND (2000)
              MOVE WS-GL-IDX TO WS-GL-SLOT
           END-IF.
       H215-END. EXIT.
           MOVE WS-GL-T-FUNC (WS-GL-IDX) TO GL-FUNC.
           MOVE WS-GL-T-AMT (WS-GL-IDX) TO GL-AMOUNT.
           MOVE WS-GL-T-CNT (WS-GL-IDX) TO GL-COUNT.
           MOVE WS-GL-T-KIND (WS-GL-IDX) TO GL-KIND.
           WRITE GL-REC.
           ADD 1 TO WS-CNT-LINES.
           ADD WS-GL-T-AMT (WS-GL-IDX) TO WS-EXTRACT-TOTAL.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "REVERSAL ROWS :" TO WS-RPT-LABEL.
           MOVE WS-CNT-REVERSAL TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "FEE ROWS      :" TO WS-RPT-LABEL.
           MOVE WS-CNT-FEE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "POSTING LINES :" TO WS-RPT-LABEL.
           MOVE WS-CNT-LINES TO WS-RPT-COUNT.
