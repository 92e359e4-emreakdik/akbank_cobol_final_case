           03 TRAN-NAME            PIC X(15).
           03 TRAN-SURNAME         PIC X(15).
      *    CUST-REC mirrors PBSUB's own copy field for field - this
      *    job and PBCMMRG's merges and splits are the only programs
      *    allowed to write the master, the conversion aside.
       FD CUST-FILE.
       01 CUST-REC.
           03 CUST-KEY.
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
           05 WS-AUDIT-LINE.
              07 WS-AUD-OPT           PIC X(01).
              07 FILLER               PIC X(01).
