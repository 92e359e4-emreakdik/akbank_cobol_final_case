      * branch has no row, or no limit file is allocated at all -
      * the same optional-by-design reading PBSUB gives it).
      *
      * Beside each branch's balance stands the amount its accounts
      * have set aside under active holds - HOLD-FILE, read in key
      * order and matched side by side against the scan rows (both
      * are in account-id order), counting a hold through its expiry
      * date exactly as PBSUB's debit edits do. Like the limit file
      * the hold file is optional; a run without one shows nothing
      * held. A hold on an account no longer on IDX-FILE belongs to
      * no branch and is only counted.
      *
      * Balances are totalled as held - an account's balance is in
      * its own currency; the base-currency consolidated view is
      * PBFXPOS's job, this report answers "how many and how much"
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY LIM-KEY.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                           STATUS ST-HOLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY.
           SELECT RPT-FILE ASSIGN TO TRIALRPT
                           STATUS ST-RPTFILE.
      *****************************************************************
           03 LIM-KEY.
                05 LIM-EXC         PIC S9(3) COMP.
           03 LIM-AMOUNT           PIC S9(15) COMP-3.
      *    HLD-REC mirrors PBSUB's own copy field for field - the
      *    holds PBSUB sets against available balance, read here to
      *    show per branch how much of the book is held.
       FD HOLD-FILE.
       01 HLD-REC.
           03 HLD-KEY.
                05 HLD-ID          PIC S9(5) COMP-3.
                05 HLD-NO          PIC S9(5) COMP-3.
           03 HLD-AMOUNT           PIC S9(15) COMP-3.
           03 HLD-REASON           PIC X(02).
           03 HLD-PLACED           PIC S9(7) COMP-3.
           03 HLD-EXPIRY           PIC S9(7) COMP-3.
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
              88 ST-RPTFILE-OK         VALUE 00.
           05 WS-LIMITS-OPEN       PIC X(01) VALUE 'N'.
              88 WS-LIMITS-AVAILABLE   VALUE 'Y'.
           05 ST-HOLDFILE          PIC 9(02).
              88 ST-HOLDFILE-OK        VALUE 00 97.
              88 ST-HOLDFILE-EOF       VALUE 10.
           05 WS-HOLDS-OPEN        PIC X(01) VALUE 'N'.
              88 WS-HOLDS-AVAILABLE    VALUE 'Y'.
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-RED         PIC S9(07) COMP-3.
      *    One summary slot per branch/exception code, addressed by
      *    direct subscript the way PBRATMNT's branch table is.
           05 WS-BR-TABLE.
                 09 WS-BR-CLS      PIC S9(07) COMP-3.
                 09 WS-BR-TOTAL    PIC S9(15) COMP-3.
                 09 WS-BR-OVRDRN   PIC S9(07) COMP-3.
                 09 WS-BR-HELD     PIC S9(15) COMP-3.
           05 WS-BR-SUB            PIC S9(03) COMP.
           05 WS-BR-AVG            PIC S9(15) COMP-3.
           05 WS-BR-LIMIT          PIC S9(15) COMP-3.
           05 WS-G-TOTAL           PIC S9(15) COMP-3.
           05 WS-SUM-COUNT         PIC S9(07) COMP-3.
           05 WS-SUM-TOTAL         PIC S9(15) COMP-3.
           05 WS-G-HELD            PIC S9(15) COMP-3.
           05 WS-SUM-HELD          PIC S9(15) COMP-3.
           05 WS-CNT-HOLD-ORPHAN   PIC 9(07).
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC          PIC 9(02).
                 88 WS-SUB-FUNC-READ     VALUE 1.
                 88 WS-SUB-FUNC-OPEN     VALUE 11.
                 88 WS-SUB-FUNC-CLOSE    VALUE 12.
                 88 WS-SUB-FUNC-CSYNC    VALUE 13.
                 88 WS-SUB-FUNC-REVERSE  VALUE 14.
                 88 WS-SUB-FUNC-FEE      VALUE 15.
              07 WS-SUB-ID            PIC 9(05).
              07 WS-SUB-END-ID        PIC 9(05).
              07 WS-SUB-RC            PIC 9(02).
              07 WS-SUB-STATUS        PIC X(01).
              07 WS-SUB-CUST          PIC 9(05).
              07 WS-SUB-CURRENCY      PIC X(03).
              07 WS-SUB-REF-TS        PIC X(21).
           05 WS-TRL-LINE.
              07 WS-TRL-LABEL         PIC X(05).
              07 WS-TRL-EXC           PIC 9(03).
              07 FILLER               PIC X(01).
              07 WS-TRL-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(02).
              07 WS-TRL-ACT           PIC ZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-TRL-FRZ           PIC ZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-TRL-DRM           PIC ZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-TRL-CLS           PIC ZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-TRL-TOTAL         PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-TRL-HELD          PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-TRL-AVG           PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-TRL-OVR           PIC ZZZZ9.
              07 FILLER               PIC X(01).
              07 WS-TRL-LIMIT         PIC -(15)9.
              07 FILLER               PIC X(03).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL ST-SCANFILE-EOF.
           PERFORM H210-SKIP-HOLD UNTIL ST-HOLDFILE-EOF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

           MOVE 0 TO WS-G-TOTAL.
           MOVE 0 TO WS-SUM-COUNT.
           MOVE 0 TO WS-SUM-TOTAL.
           MOVE 0 TO WS-G-HELD.
           MOVE 0 TO WS-SUM-HELD.
           MOVE 0 TO WS-CNT-HOLD-ORPHAN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-RED = WS-TODAY-DATE - 19000000.
           PERFORM H105-CLEAR-BRANCH
              VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > 999.
              SET WS-LIMITS-AVAILABLE TO TRUE
           END-IF.
           PERFORM H120-REQUEST-SCAN.
      *    Opened only after the SCAN CALL has returned - PBSUB reads
      *    HOLD-FILE itself while it holds IDX-FILE open. Optional
      *    the same way the limit file is.
           MOVE 'N' TO WS-HOLDS-OPEN.
           OPEN INPUT HOLD-FILE.
           IF ST-HOLDFILE-OK
              SET WS-HOLDS-AVAILABLE TO TRUE
              PERFORM H140-START-HOLDS
           ELSE
              SET ST-HOLDFILE-EOF TO TRUE
           END-IF.
           OPEN INPUT SCAN-FILE.
           IF NOT ST-SCANFILE-OK
              DISPLAY "SCAN-FILE OPEN ERROR"
           MOVE 0 TO WS-BR-CLS (WS-BR-SUB).
           MOVE 0 TO WS-BR-TOTAL (WS-BR-SUB).
           MOVE 0 TO WS-BR-OVRDRN (WS-BR-SUB).
           MOVE 0 TO WS-BR-HELD (WS-BR-SUB).
       H105-END. EXIT.

      *****************************************************************
           CALL 'PBSUB' USING WS-SUB-AREA.
       H120-END. EXIT.

       H140-START-HOLDS.
           MOVE 0 TO HLD-ID.
           MOVE 0 TO HLD-NO.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 SET ST-HOLDFILE-EOF TO TRUE
           END-START.
           IF NOT ST-HOLDFILE-EOF
              PERFORM H150-READ-HOLD
           END-IF.
       H140-END. EXIT.

       H150-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
              AT END
                 SET ST-HOLDFILE-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

       H110-READ-SCAN.
           READ SCAN-FILE
              AT END
           ELSE
              ADD 1 TO WS-CNT-BAD-EXC
           END-IF.
           PERFORM H210-SKIP-HOLD
              UNTIL ST-HOLDFILE-EOF OR HLD-ID NOT < SCAN-ID.
           PERFORM H220-ADD-HOLD
              UNTIL ST-HOLDFILE-EOF OR HLD-ID NOT = SCAN-ID.
           PERFORM H110-READ-SCAN.
       H200-END. EXIT.

      *****************************************************************
      * A hold keyed below the current scan row belongs to an
      * account no longer on IDX-FILE - it sets nothing aside in any
      * branch and is only counted for the report.
      *****************************************************************
       H210-SKIP-HOLD.
           ADD 1 TO WS-CNT-HOLD-ORPHAN.
           PERFORM H150-READ-HOLD.
       H210-END. EXIT.

      *****************************************************************
      * One of the current account's holds - counted into its
      * branch while it is still active: a zero expiry (held until
      * released) or an expiry not yet past today.
      *****************************************************************
       H220-ADD-HOLD.
           IF HLD-EXPIRY = 0 OR HLD-EXPIRY NOT < WS-TODAY-RED
              ADD HLD-AMOUNT TO WS-G-HELD
              IF SCAN-EXC > 0 AND SCAN-EXC NOT > 999
                 ADD HLD-AMOUNT TO WS-BR-HELD (SCAN-EXC)
              END-IF
           END-IF.
           PERFORM H150-READ-HOLD.
       H220-END. EXIT.

      *****************************************************************
      * One line per branch that holds at least one account, in
      * branch-code order, then the grand totals and the balancing
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "GRAND HELD    :" TO WS-AMT-LABEL.
           MOVE WS-G-HELD TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "HOLDS NO ACCT :" TO WS-RPT-LABEL.
           MOVE WS-CNT-HOLD-ORPHAN TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BAD BRANCH    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-BAD-EXC TO WS-RPT-COUNT.

           IF WS-SUM-COUNT = WS-G-COUNT AND
              WS-SUM-TOTAL = WS-G-TOTAL AND
              WS-SUM-HELD = WS-G-HELD AND
              WS-CNT-BAD-EXC = 0
              MOVE "MUTABIK - MIZAN TAMDIR." TO RPT-DESC
              WRITE RPT-REC
              MOVE WS-BR-DRM (WS-BR-SUB) TO WS-TRL-DRM
              MOVE WS-BR-CLS (WS-BR-SUB) TO WS-TRL-CLS
              MOVE WS-BR-TOTAL (WS-BR-SUB) TO WS-TRL-TOTAL
              MOVE WS-BR-HELD (WS-BR-SUB) TO WS-TRL-HELD
              MOVE WS-BR-AVG TO WS-TRL-AVG
              MOVE WS-BR-OVRDRN (WS-BR-SUB) TO WS-TRL-OVR
              MOVE WS-BR-LIMIT TO WS-TRL-LIMIT
              ADD WS-BR-COUNT (WS-BR-SUB) TO WS-SUM-COUNT
              ADD WS-BR-TOTAL (WS-BR-SUB) TO WS-SUM-TOTAL
              ADD WS-BR-HELD (WS-BR-SUB) TO WS-SUM-HELD
              MOVE WS-TRL-LINE TO RPT-DESC
              WRITE RPT-REC
           END-IF.
           IF WS-LIMITS-AVAILABLE
              CLOSE LIMIT-FILE
           END-IF.
           IF WS-HOLDS-AVAILABLE
              CLOSE HOLD-FILE
           END-IF.
           CLOSE SCAN-FILE
                 RPT-FILE.
           STOP RUN.
