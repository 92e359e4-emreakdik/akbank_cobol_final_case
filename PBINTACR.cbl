      * gross/tax/net totals, and the extract's tax lines must sum
      * back to the withheld total or the job ends with condition
      * code 8 - what is remitted is provably what was withheld.
      *
      * The term-deposit pool accounts named on TDCARD (PBTDMNT's
      * control card, read here when allocated) earn nothing in this
      * run - their balance is depositors' principal, paid at each
      * deposit's own rate when PBTDMAT matures it. Nor do the
      * inbound-EFT suspense accounts named on EFTCARD (PBEFTIN's
      * control card, likewise read when allocated) - they hold
      * unapplied clearing money, not anyone's deposit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBINTACR.
                           STATUS ST-TAXEXT.
           SELECT OUT-FILE ASSIGN TO OUTFILE
                           STATUS ST-OUTFILE.
           SELECT TDC-FILE ASSIGN TO TDCARD
                           STATUS ST-TDCFILE.
           SELECT ECD-FILE ASSIGN TO EFTCARD
                           STATUS ST-ECDFILE.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                           STATUS ST-RUNCTL
                           ORGANIZATION INDEXED
       FD OUT-FILE RECORDING MODE F.
       01 OUT-REC.
           03 OUT-DESC             PIC X(118).
      *    TDC-REC mirrors PBTDMNT's own control card field for field
      *    - PBTDMNT and PBTDMAT own the card, this job only reads
      *    the pool account ids off it.
       FD TDC-FILE RECORDING MODE F.
       01 TDC-REC.
           03 TDC-BREAK-PCT        PIC 9(3)V9(2).
           03 TDC-POOL-ENTRY OCCURS 5 TIMES.
              05 TDC-POOL-CURR     PIC X(03).
              05 TDC-POOL-ID       PIC 9(05).
      *    ECD-REC mirrors PBEFTIN's own control card field for field
      *    - PBEFTIN owns the card, this job only reads the suspense
      *    account ids off it.
       FD ECD-FILE RECORDING MODE F.
       01 ECD-REC.
           03 ECD-OPERATOR         PIC X(08).
           03 ECD-FIRST-BATCH      PIC 9(07).
           03 ECD-SUSP-ENTRY OCCURS 5 TIMES.
              05 ECD-SUSP-CURR     PIC X(03).
              05 ECD-SUSP-ID       PIC 9(05).
      *****************************************************************
      * The shared run-control file - one row per batch job currently
      * holding IDX-FILE/HIST-FILE, keyed by job name. Every such job
              88 ST-TAX-POS-EOF        VALUE 'E'.
           05 ST-OUTFILE           PIC 9(02).
              88 OUT-SUCCESS           VALUE 00.
           05 ST-TDCFILE           PIC 9(02).
              88 ST-TDCFILE-OK         VALUE 00.
           05 ST-ECDFILE           PIC 9(02).
              88 ST-ECDFILE-OK         VALUE 00.
      *    The term-deposit pool accounts off TDCARD - the money on
      *    them is the depositors' principal, which earns its own
      *    rate through PBTDMAT, so they accrue nothing here.
           05 WS-POOL-IDX          PIC S9(03) COMP.
           05 WS-POOL-TABLE.
              07 WS-POOL-ID        PIC 9(05) OCCURS 5 TIMES.
           05 WS-POOL-FLAG         PIC X(01).
              88 WS-POOL-ACCT          VALUE 'Y'.
      *    The inbound-EFT suspense accounts off EFTCARD - their
      *    balance is unapplied clearing money that must stay equal
      *    to the open items PBEFTSUS lists, so nothing is charged,
      *    paid or reported on them.
           05 WS-SUSP-TABLE.
              07 WS-SUSP-ID        PIC 9(05) OCCURS 5 TIMES.
           05 WS-SUSP-FLAG         PIC X(01).
              88 WS-SUSP-ACCT          VALUE 'Y'.
           05 WS-RATE-OK           PIC X(01).
              88 WS-RATE-FOUND         VALUE 'Y'.
              88 WS-RATE-MISSING       VALUE 'N'.
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
           05 WS-CNT-POSTED        PIC 9(07).
           05 WS-CNT-SKIPPED       PIC 9(07).
           05 WS-CNT-FAILED        PIC 9(07).
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H105-COMPUTE-TODAY.
           PERFORM H130-LOAD-POOLS.
           PERFORM H136-LOAD-SUSPENSE.
           PERFORM H115-OPEN-SESSION.
           PERFORM H120-REQUEST-SCAN.
           OPEN INPUT SCAN-FILE.
           MOVE 'N' TO WS-SESSION-FLAG.
       H315-END. EXIT.

      *****************************************************************
      * Picks the term-deposit pool account ids off TDCARD. The card
      * is optional here - no TDCARD allocated (or an empty one)
      * means no term deposits and no pool accounts to pass over.
      *****************************************************************
       H130-LOAD-POOLS.
           MOVE ZEROS TO WS-POOL-TABLE.
           OPEN INPUT TDC-FILE.
           IF ST-TDCFILE-OK
              READ TDC-FILE
              IF ST-TDCFILE-OK
                 PERFORM H132-TAKE-POOL
                    VARYING WS-POOL-IDX FROM 1 BY 1
                    UNTIL WS-POOL-IDX > 5
              END-IF
              CLOSE TDC-FILE
           END-IF.
       H130-END. EXIT.

       H132-TAKE-POOL.
           IF TDC-POOL-ID (WS-POOL-IDX) NUMERIC
              MOVE TDC-POOL-ID (WS-POOL-IDX)
                TO WS-POOL-ID (WS-POOL-IDX)
           END-IF.
       H132-END. EXIT.

       H134-CHECK-POOL.
           IF SCAN-ID > 0 AND SCAN-ID = WS-POOL-ID (WS-POOL-IDX)
              SET WS-POOL-ACCT TO TRUE
           END-IF.
           IF SCAN-ID > 0 AND SCAN-ID = WS-SUSP-ID (WS-POOL-IDX)
              SET WS-SUSP-ACCT TO TRUE
           END-IF.
       H134-END. EXIT.

      *****************************************************************
      * Picks the inbound-EFT suspense account ids off EFTCARD, the
      * same way - no EFTCARD allocated means no suspense accounts.
      *****************************************************************
       H136-LOAD-SUSPENSE.
           MOVE ZEROS TO WS-SUSP-TABLE.
           OPEN INPUT ECD-FILE.
           IF ST-ECDFILE-OK
              READ ECD-FILE
              IF ST-ECDFILE-OK
                 PERFORM H138-TAKE-SUSPENSE
                    VARYING WS-POOL-IDX FROM 1 BY 1
                    UNTIL WS-POOL-IDX > 5
              END-IF
              CLOSE ECD-FILE
           END-IF.
       H136-END. EXIT.

       H138-TAKE-SUSPENSE.
           IF ECD-SUSP-ID (WS-POOL-IDX) NUMERIC
              MOVE ECD-SUSP-ID (WS-POOL-IDX)
                TO WS-SUSP-ID (WS-POOL-IDX)
           END-IF.
       H138-END. EXIT.

       H110-READ-SCAN.
           READ SCAN-FILE
              AT END
      * accrue and nothing to post. So is any account whose status
      * is not active (frozen, dormant or closed) - a record
      * converted from before the status field existed carries a
      * space and still accrues. A term-deposit pool account is
      * passed over too - its balance is the depositors' principal,
      * paid at the deposit's own rate when PBTDMAT matures it - and
      * so is an inbound-EFT suspense account, whose balance must
      * stay equal to the open items PBEFTSUS lists.
      *****************************************************************
       H200-PROCESS.
           MOVE 'N' TO WS-POOL-FLAG.
           MOVE 'N' TO WS-SUSP-FLAG.
           PERFORM H134-CHECK-POOL
              VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > 5.
           IF (SCAN-STATUS = 'A' OR SCAN-STATUS = SPACE)
              AND SCAN-BALANCE > 0 AND SCAN-DATE NOT = 0
              AND NOT WS-POOL-ACCT AND NOT WS-SUSP-ACCT
              PERFORM H210-LOOKUP-RATE
              IF WS-RATE-FOUND
                 PERFORM H220-POST-INTEREST
