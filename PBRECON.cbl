      * is counted as unverifiable rather than reported as out of
      * balance.
      *
      * The control report also totals the live balances checked -
      * the figure PBIDXREC's rebuild report is held against after
      * an IDX-FILE forward recovery.
      *
      * The archived rows themselves can be handed back: HISTARCH
      * is accepted as an optional additional input (no ARCHFILE
      * allocated means no archive, exactly how PBSUB treats a
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
      *    The archive row is the history row byte for byte, exactly
      *    as PBHSTPRG wrote it - so the merge below needs no
      *    conversion at all.
           03 ARCH-NEW-BALANCE     PIC S9(15) COMP-3.
           03 ARCH-OLD-CURR        PIC X(03).
           03 ARCH-NEW-CURR        PIC X(03).
           03 ARCH-KIND            PIC X(01).
              88 ARCH-KIND-POSTING    VALUE SPACE.
              88 ARCH-KIND-REVERSAL   VALUE 'R' 'V'.
              88 ARCH-KIND-FEE        VALUE 'F' 'V'.
           03 ARCH-REV-TS          PIC X(21).
           03 ARCH-XFER-ID         PIC 9(05).
           03 ARCH-OLD-STATUS      PIC X(01).
           03 ARCH-NEW-STATUS      PIC X(01).
           03 ARCH-OLD-CUST-NO     PIC 9(05).
           03 ARCH-NEW-CUST-NO     PIC 9(05).
           03 ARCH-OLD-LAST-ACCR   PIC 9(07).
           03 ARCH-NEW-LAST-ACCR   PIC 9(07).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
           05 WS-CNT-BALANCED      PIC 9(07).
           05 WS-CNT-OUT           PIC 9(07).
           05 WS-CNT-NOHIST        PIC 9(07).
           05 WS-TOT-BALANCE       PIC S9(15) COMP-3.
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
           05 WS-EXC-LINE.
              07 WS-EXC-ID            PIC 9(05).
              07 FILLER               PIC X(01).
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
           MOVE 0 TO WS-CNT-BALANCED.
           MOVE 0 TO WS-CNT-OUT.
           MOVE 0 TO WS-CNT-NOHIST.
           MOVE 0 TO WS-TOT-BALANCE.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
           PERFORM H210-REPLAY-ROW
              UNTIL WS-ROWS-EXHAUSTED OR WS-HR-ID NOT = SCAN-ID.
           ADD 1 TO WS-CNT-CHECKED.
           ADD SCAN-BALANCE TO WS-TOT-BALANCE.
      *    A replay is only proof when it starts from the account's
      *    opening image. An account with no rows at all predates
      *    that image; one whose earliest remaining row is not the
           MOVE WS-CNT-NOHIST TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "BALANCE TOTAL :" TO WS-AMT-LABEL.
           MOVE WS-TOT-BALANCE TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H310-END. EXIT.

       H300-TERMINATE.
