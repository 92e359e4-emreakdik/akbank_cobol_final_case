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
       FD STMT-FILE RECORDING MODE F.
       01 STMT-REC.
           03 STMT-DESC            PIC X(118).
              07 WS-HR-FUNC           PIC 9(01).
              07 WS-HR-OLD-BALANCE    PIC S9(15) COMP-3.
              07 WS-HR-NEW-BALANCE    PIC S9(15) COMP-3.
              07 WS-HR-KIND           PIC X(01).
                 88 WS-HR-REVERSAL       VALUE 'R' 'V'.
                 88 WS-HR-FEE            VALUE 'F'.
                 88 WS-HR-CUST-MOVE      VALUE 'M'.
           05 WS-CUR-ID            PIC 9(05).
           05 WS-FIRST-ACCT        PIC X(01).
              88 WS-NO-ACCT-YET        VALUE 'Y'.
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
           05 WS-HEAD-LINE.
              07 WS-HDR-LABEL         PIC X(07).
              07 WS-HDR-ID            PIC 9(05).
           MOVE HIST-FUNC TO WS-HR-FUNC.
           MOVE HIST-OLD-BALANCE TO WS-HR-OLD-BALANCE.
           MOVE HIST-NEW-BALANCE TO WS-HR-NEW-BALANCE.
           MOVE HIST-KIND TO WS-HR-KIND.
           PERFORM H145-READ-LIVE.
       H152-END. EXIT.

           MOVE ARCH-FUNC TO WS-HR-FUNC.
           MOVE ARCH-OLD-BALANCE TO WS-HR-OLD-BALANCE.
           MOVE ARCH-NEW-BALANCE TO WS-HR-NEW-BALANCE.
           MOVE ARCH-KIND TO WS-HR-KIND.
           PERFORM H146-READ-ARCH.
       H154-END. EXIT.

      * difference between the after and before balance images, and
      * the running balance is simply the after image itself, since
      * HIST-FILE rows for one account are keyed in timestamp order.
      * A reversal row keeps the operation of the posting it undoes,
      * so it is labelled as a reversal rather than by that code; a
      * service fee is an update by code and is labelled as a fee.
      *****************************************************************
       H220-STATEMENT-LINE.
           COMPUTE WS-MOVE-AMT =
              WHEN OTHER
                 MOVE "DIGER" TO WS-DTL-OP
           END-EVALUATE.
           IF WS-HR-FEE
              MOVE "HIZMET MASRAFI" TO WS-DTL-OP
           END-IF.
           IF WS-HR-REVERSAL
              MOVE "TERS KAYIT" TO WS-DTL-OP
           END-IF.
           IF WS-HR-CUST-MOVE
              MOVE "MUSTERI TASIMA" TO WS-DTL-OP
           END-IF.
           MOVE WS-MOVE-AMT TO WS-DTL-AMOUNT.
           MOVE WS-HR-NEW-BALANCE TO WS-DTL-BALANCE.
           MOVE WS-DETAIL-LINE TO STMT-DESC.
