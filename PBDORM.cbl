      * Customer-initiated movement means an opening (HIST-FUNC 2),
      * a posting (4) or a transfer leg (9). An interest accrual (7)
      * is the bank moving money, not the customer, and a status
      * change (8) moves nothing - neither resets the clock, and
      * neither does a reversal row (HIST-KIND 'R') or a service
      * fee (HIST-KIND 'F'), the bank correcting its own posting or
      * charging the account on its own account. An account whose
      * qualifying rows were purged to the archive falls back to
      * its open date, the latest movement it can still prove.
      *
      * Active accounts past the dormancy threshold are flagged by
      * posting an 'S' status change to 'D' through PBSUB, exactly
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
           05 WS-ESC-LINE.
              07 WS-ESC-LABEL         PIC X(09).
              07 WS-ESC-ID            PIC 9(05).
      * account's latest customer-initiated movement.
      *****************************************************************
       H210-EXAMINE-ROW.
           IF (HIST-FUNC = 2 OR HIST-FUNC = 4 OR HIST-FUNC = 9)
              AND HIST-KIND-POSTING
              SET WS-ACTIVITY-SEEN TO TRUE
              MOVE HIST-TS (1:8) TO WS-LAST-DATE
           END-IF.
