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
      *    The archive row is the history row, byte for byte, so a
      *    restore - or the statement and reconciliation jobs run
      *    against an archive year - needs no conversion at all.
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
