      *****************************************************************
      * Program name:    PBTDLAD
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Term-deposit maturity ladder. Reads TD-FILE - the deposits
      * PBTDMNT places and PBTDMAT pays out - and shows, branch by
      * branch and currency by currency, how many live deposits and
      * how much principal fall due in the next 0-30, 31-60 and
      * 61-90 days, so treasury and the branches can see the
      * funding that will leave (or roll) before it does.
      *
      * Days are counted from the run date to the maturity date; a
      * deposit already past maturity that PBTDMAT has not paid yet
      * is still owed and is shown in the first band. A deposit with
      * a break requested is paid tonight and is shown in the first
      * band too. Deposits maturing after 90 days are counted but
      * not laddered, and closed deposits are skipped.
      *
      * Amounts are in each currency's own units - the ladder is not
      * converted, so every line stays in one currency, and the band
      * totals are kept and printed currency by currency too, never
      * summed across currencies. For each currency the branch lines
      * summed by band must equal the band totals accumulated
      * straight off the file, or the job ends with condition code
      * 8 the way PBFXPOS proves its own branch summary.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBTDLAD.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-FILE ASSIGN TO TDFILE
                           STATUS ST-TDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TD-KEY.
           SELECT RPT-FILE ASSIGN TO TDLADRPT
                           STATUS ST-RPTFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    TD-REC mirrors PBTDMNT's own copy field for field -
      *    PBTDMNT and PBTDMAT own the deposits; this job only reads
      *    them.
       FD TD-FILE.
       01 TD-REC.
           03 TD-KEY.
                05 TD-NO           PIC S9(5) COMP-3.
           03 TD-FUND-ID           PIC S9(5) COMP-3.
           03 TD-POOL-ID           PIC S9(5) COMP-3.
           03 TD-EXC               PIC S9(3) COMP.
           03 TD-PRINCIPAL         PIC S9(15) COMP-3.
           03 TD-CURRENCY          PIC X(03).
           03 TD-RATE              PIC S9(3)V9(2) COMP-3.
           03 TD-START-DATE        PIC S9(7) COMP-3.
           03 TD-MAT-DATE          PIC S9(7) COMP-3.
           03 TD-ROLLOVER          PIC X(01).
              88 TD-ROLL-YES          VALUE 'Y'.
              88 TD-ROLL-NO           VALUE 'N'.
           03 TD-STATUS            PIC X(01).
              88 TD-ST-ACTIVE         VALUE 'A'.
              88 TD-ST-MATURED        VALUE 'M'.
              88 TD-ST-BROKEN         VALUE 'B'.
           03 TD-BREAK-DATE        PIC S9(7) COMP-3.
           03 TD-CLOSE-DATE        PIC S9(7) COMP-3.
           03 TD-ROLL-COUNT        PIC S9(3) COMP-3.
           03 TD-PAID-GROSS        PIC S9(15) COMP-3.
           03 TD-PAID-TAX          PIC S9(15) COMP-3.
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 ST-TDFILE            PIC 9(02).
              88 ST-TDFILE-OK          VALUE 00 97.
              88 ST-TDFILE-EOF         VALUE 10.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 WS-TODAY-FULL        PIC X(21).
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-INT         PIC S9(09) COMP-3.
           05 WS-MAT-FULL          PIC 9(08).
           05 WS-MAT-INT           PIC S9(09) COMP-3.
           05 WS-DAYS-LEFT         PIC S9(09) COMP-3.
           05 WS-CURR-WORK         PIC X(03).
           05 WS-EXC-REASON        PIC X(14).
      *    Currencies seen this run, in the order first met; a
      *    deposit's currency slot is its position in this list.
           05 WS-CUR-CNT           PIC S9(03) COMP.
           05 WS-CUR-IDX           PIC S9(03) COMP.
           05 WS-CUR-SLOT          PIC S9(03) COMP.
           05 WS-CUR-TABLE.
              07 WS-CUR-ENTRY OCCURS 10 TIMES.
                 09 WS-CUR-CODE    PIC X(03).
      *    One ladder per branch/exception code, addressed by direct
      *    subscript the way PBFXPOS's branch table is, split by
      *    currency slot and by the three 30-day bands.
           05 WS-LD-TABLE.
              07 WS-LD-BRANCH OCCURS 999 TIMES.
                 09 WS-LD-CURR OCCURS 10 TIMES.
                    11 WS-LD-BAND OCCURS 3 TIMES.
                       13 WS-LD-COUNT  PIC S9(07) COMP-3.
                       13 WS-LD-AMOUNT PIC S9(15) COMP-3.
           05 WS-BR-SUB            PIC S9(03) COMP.
           05 WS-BAND-SUB          PIC S9(03) COMP.
           05 WS-LINE-USED         PIC X(01).
              88 WS-LINE-HAS-DATA      VALUE 'Y'.
      *    Band totals straight off the file, and the same totals
      *    summed back from the printed lines for the proof - both
      *    by currency slot, since amounts in different currencies
      *    cannot be added together.
           05 WS-BAND-TOTALS.
              07 WS-BT-CURR OCCURS 10 TIMES.
                 09 WS-BT-ENTRY OCCURS 3 TIMES.
                    11 WS-BT-COUNT     PIC S9(07) COMP-3.
                    11 WS-BT-AMOUNT    PIC S9(15) COMP-3.
                    11 WS-BP-AMOUNT    PIC S9(15) COMP-3.
           05 WS-PROOF-FLAG        PIC X(01).
              88 WS-PROOF-BROKEN       VALUE 'N'.
           05 WS-CNT-READ          PIC 9(07).
           05 WS-CNT-LADDERED      PIC 9(07).
           05 WS-CNT-LATER         PIC 9(07).
           05 WS-CNT-CLOSED        PIC 9(07).
           05 WS-CNT-BAD-DATE      PIC 9(07).
           05 WS-CNT-BAD-EXC       PIC 9(07).
           05 WS-CNT-NO-SLOT       PIC 9(07).
           05 WS-HDR-LINE.
              07 FILLER               PIC X(13) VALUE
                 "SUBE     PB  ".
              07 FILLER               PIC X(23) VALUE
                 "   0-30 GUN ADET/TUTAR ".
              07 FILLER               PIC X(23) VALUE
                 "  31-60 GUN ADET/TUTAR ".
              07 FILLER               PIC X(23) VALUE
                 "  61-90 GUN ADET/TUTAR ".
              07 FILLER               PIC X(36) VALUE SPACES.
           05 WS-LAD-LINE.
              07 WS-LAD-LABEL         PIC X(05).
              07 WS-LAD-EXC           PIC 9(03).
              07 FILLER               PIC X(01).
              07 WS-LAD-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-LAD-BAND OCCURS 3 TIMES.
                 09 WS-LAD-COUNT      PIC ZZZZ9.
                 09 FILLER            PIC X(01).
                 09 WS-LAD-AMOUNT     PIC -(15)9.
                 09 FILLER            PIC X(01).
              07 FILLER               PIC X(36).
           05 WS-EXC-LINE.
              07 WS-EXC-LABEL         PIC X(14).
              07 WS-EXC-NO            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-EXC-EXC           PIC -(03)9.
              07 FILLER               PIC X(01).
              07 WS-EXC-CURR          PIC X(03).
              07 FILLER               PIC X(90).
           05 WS-REPORT-LINE.
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
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL ST-TDFILE-EOF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           MOVE 0 TO WS-CNT-READ.
           MOVE 0 TO WS-CNT-LADDERED.
           MOVE 0 TO WS-CNT-LATER.
           MOVE 0 TO WS-CNT-CLOSED.
           MOVE 0 TO WS-CNT-BAD-DATE.
           MOVE 0 TO WS-CNT-BAD-EXC.
           MOVE 0 TO WS-CNT-NO-SLOT.
           MOVE 0 TO WS-CUR-CNT.
           MOVE SPACES TO WS-CUR-TABLE.
           PERFORM H105-CLEAR-BRANCH
              VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > 999.
           PERFORM H107-CLEAR-CURR-TOTAL
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 10.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-FULL.
           MOVE WS-TODAY-FULL (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           OPEN INPUT TD-FILE.
           IF NOT ST-TDFILE-OK
              DISPLAY "TD-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-TDFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H140-START-DEPOSITS.
       H100-END. EXIT.

       H105-CLEAR-BRANCH.
           PERFORM H106-CLEAR-CELL
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 10.
       H105-END. EXIT.

       H106-CLEAR-CELL.
           PERFORM H108-CLEAR-BAND
              VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 3.
       H106-END. EXIT.

       H108-CLEAR-BAND.
           MOVE 0 TO WS-LD-COUNT (WS-BR-SUB WS-CUR-IDX WS-BAND-SUB).
           MOVE 0 TO WS-LD-AMOUNT (WS-BR-SUB WS-CUR-IDX WS-BAND-SUB).
       H108-END. EXIT.

       H107-CLEAR-CURR-TOTAL.
           PERFORM H109-CLEAR-BAND-TOTAL
              VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 3.
       H107-END. EXIT.

       H109-CLEAR-BAND-TOTAL.
           MOVE 0 TO WS-BT-COUNT (WS-CUR-IDX WS-BAND-SUB).
           MOVE 0 TO WS-BT-AMOUNT (WS-CUR-IDX WS-BAND-SUB).
           MOVE 0 TO WS-BP-AMOUNT (WS-CUR-IDX WS-BAND-SUB).
       H109-END. EXIT.

       H140-START-DEPOSITS.
           MOVE 0 TO TD-NO.
           START TD-FILE KEY IS NOT LESS THAN TD-KEY
              INVALID KEY
                 SET ST-TDFILE-EOF TO TRUE
           END-START.
           IF NOT ST-TDFILE-EOF
              PERFORM H150-READ-DEPOSIT
           END-IF.
       H140-END. EXIT.

       H150-READ-DEPOSIT.
           READ TD-FILE NEXT RECORD
              AT END
                 SET ST-TDFILE-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

      *****************************************************************
      * One deposit per pass - closed deposits are passed over, a
      * live one is placed in its band by the days left to maturity
      * (a requested break counts as due now), and its principal is
      * added into both its branch/currency cell and the band's
      * independent total the proof compares against at end of job.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF NOT TD-ST-ACTIVE
              ADD 1 TO WS-CNT-CLOSED
           ELSE
              COMPUTE WS-MAT-FULL = 19000000 + TD-MAT-DATE
              COMPUTE WS-MAT-INT =
                      FUNCTION INTEGER-OF-DATE (WS-MAT-FULL)
              IF WS-MAT-INT = 0
                 ADD 1 TO WS-CNT-BAD-DATE
                 MOVE "TARIH BOZUK  " TO WS-EXC-REASON
                 PERFORM H250-WRITE-EXCEPTION
              ELSE
                 COMPUTE WS-DAYS-LEFT = WS-MAT-INT - WS-TODAY-INT
                 IF TD-BREAK-DATE NOT = 0
                    MOVE 0 TO WS-DAYS-LEFT
                 END-IF
                 IF WS-DAYS-LEFT > 90
                    ADD 1 TO WS-CNT-LATER
                 ELSE
                    PERFORM H220-ADD-TO-LADDER
                 END-IF
              END-IF
           END-IF.
           PERFORM H150-READ-DEPOSIT.
       H200-END. EXIT.

       H220-ADD-TO-LADDER.
           IF WS-DAYS-LEFT NOT > 30
              MOVE 1 TO WS-BAND-SUB
           ELSE IF WS-DAYS-LEFT NOT > 60
              MOVE 2 TO WS-BAND-SUB
           ELSE
              MOVE 3 TO WS-BAND-SUB
           END-IF.
           PERFORM H225-FIND-CURRENCY.
           IF TD-EXC NOT > 0 OR TD-EXC > 999
              ADD 1 TO WS-CNT-BAD-EXC
              MOVE "SUBE HATALI  " TO WS-EXC-REASON
              PERFORM H250-WRITE-EXCEPTION
           ELSE IF WS-CUR-SLOT = 0
              ADD 1 TO WS-CNT-NO-SLOT
              MOVE "PB TABLO DOLU" TO WS-EXC-REASON
              PERFORM H250-WRITE-EXCEPTION
           ELSE
              ADD 1 TO WS-CNT-LADDERED
              ADD 1 TO WS-LD-COUNT (TD-EXC WS-CUR-SLOT WS-BAND-SUB)
              ADD TD-PRINCIPAL
                  TO WS-LD-AMOUNT (TD-EXC WS-CUR-SLOT WS-BAND-SUB)
              ADD 1 TO WS-BT-COUNT (WS-CUR-SLOT WS-BAND-SUB)
              ADD TD-PRINCIPAL
                  TO WS-BT-AMOUNT (WS-CUR-SLOT WS-BAND-SUB)
           END-IF.
       H220-END. EXIT.

      *****************************************************************
      * The deposit's currency slot - blank is the base currency
      * (TRY). A currency not yet seen takes the next free slot; a
      * full table leaves the slot at zero and the deposit is
      * reported instead of laddered.
      *****************************************************************
       H225-FIND-CURRENCY.
           MOVE TD-CURRENCY TO WS-CURR-WORK.
           IF WS-CURR-WORK = SPACES
              MOVE 'TRY' TO WS-CURR-WORK
           END-IF.
           MOVE 0 TO WS-CUR-SLOT.
           PERFORM H227-MATCH-CURRENCY
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-CNT OR WS-CUR-SLOT > 0.
           IF WS-CUR-SLOT = 0 AND WS-CUR-CNT < 10
              ADD 1 TO WS-CUR-CNT
              MOVE WS-CUR-CNT TO WS-CUR-SLOT
              MOVE WS-CURR-WORK TO WS-CUR-CODE (WS-CUR-SLOT)
           END-IF.
       H225-END. EXIT.

       H227-MATCH-CURRENCY.
           IF WS-CUR-CODE (WS-CUR-IDX) = WS-CURR-WORK
              MOVE WS-CUR-IDX TO WS-CUR-SLOT
           END-IF.
       H227-END. EXIT.

      *****************************************************************
      * One line per deposit left off the ladder - the reason, the
      * deposit number, its branch and its currency.
      *****************************************************************
       H250-WRITE-EXCEPTION.
           MOVE SPACES TO WS-EXC-LINE.
           MOVE WS-EXC-REASON TO WS-EXC-LABEL.
           MOVE TD-NO TO WS-EXC-NO.
           MOVE TD-EXC TO WS-EXC-EXC.
           MOVE TD-CURRENCY TO WS-EXC-CURR.
           MOVE WS-EXC-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H250-END. EXIT.

      *****************************************************************
      * The ladder in branch-code order, each branch's currencies in
      * the order first met, then the band totals currency by
      * currency, the counts, and the balancing verdict - for every
      * currency the printed lines summed by band must equal the
      * band totals taken straight off the file, and no live
      * deposit may have been left off for a bad date, branch or
      * currency slot.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** VADELI MEVDUAT VADE MERDIVENI ***" TO RPT-DESC.
           WRITE RPT-REC.
           MOVE WS-HDR-LINE TO RPT-DESC.
           WRITE RPT-REC.
           PERFORM H315-WRITE-BRANCH
              VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > 999.

           MOVE 'Y' TO WS-PROOF-FLAG.
           PERFORM H320-WRITE-CURR-TOTALS
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-CNT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "DEPOSITS READ :" TO WS-RPT-LABEL.
           MOVE WS-CNT-READ TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "LADDERED      :" TO WS-RPT-LABEL.
           MOVE WS-CNT-LADDERED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "AFTER 90 DAYS :" TO WS-RPT-LABEL.
           MOVE WS-CNT-LATER TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CLOSED COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CLOSED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BAD DATE COUNT:" TO WS-RPT-LABEL.
           MOVE WS-CNT-BAD-DATE TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "BAD BRANCH    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-BAD-EXC TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NO CURR SLOT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-SLOT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           IF NOT WS-PROOF-BROKEN AND
              WS-CNT-BAD-DATE = 0 AND WS-CNT-BAD-EXC = 0 AND
              WS-CNT-NO-SLOT = 0
              MOVE "MUTABIK - VADE MERDIVENI TAMDIR." TO RPT-DESC
              WRITE RPT-REC
           ELSE
              MOVE "MUTABIK DEGIL - VADE MERDIVENI EKSIK."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H310-END. EXIT.

       H315-WRITE-BRANCH.
           PERFORM H317-WRITE-LADDER-LINE
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-CNT.
       H315-END. EXIT.

      *    A branch/currency cell with nothing in any band prints no
      *    line at all.
       H317-WRITE-LADDER-LINE.
           MOVE 'N' TO WS-LINE-USED.
           MOVE SPACES TO WS-LAD-LINE.
           MOVE "SUBE " TO WS-LAD-LABEL.
           MOVE WS-BR-SUB TO WS-LAD-EXC.
           MOVE WS-CUR-CODE (WS-CUR-IDX) TO WS-LAD-CURR.
           PERFORM H318-FILL-BAND
              VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 3.
           IF WS-LINE-HAS-DATA
              MOVE WS-LAD-LINE TO RPT-DESC
              WRITE RPT-REC
           END-IF.
       H317-END. EXIT.

       H318-FILL-BAND.
           IF WS-LD-COUNT (WS-BR-SUB WS-CUR-IDX WS-BAND-SUB) > 0
              SET WS-LINE-HAS-DATA TO TRUE
           END-IF.
           MOVE WS-LD-COUNT (WS-BR-SUB WS-CUR-IDX WS-BAND-SUB)
                TO WS-LAD-COUNT (WS-BAND-SUB).
           MOVE WS-LD-AMOUNT (WS-BR-SUB WS-CUR-IDX WS-BAND-SUB)
                TO WS-LAD-AMOUNT (WS-BAND-SUB).
           ADD WS-LD-AMOUNT (WS-BR-SUB WS-CUR-IDX WS-BAND-SUB)
               TO WS-BP-AMOUNT (WS-CUR-IDX WS-BAND-SUB).
       H318-END. EXIT.

      *    One set of band total lines per currency, the currency
      *    code carried in the label, each band proved as it goes.
       H320-WRITE-CURR-TOTALS.
           MOVE SPACES TO WS-AMT-LINE.
           MOVE "0-30 DAYS     :" TO WS-AMT-LABEL.
           MOVE WS-CUR-CODE (WS-CUR-IDX) TO WS-AMT-LABEL (12:3).
           MOVE WS-BT-AMOUNT (WS-CUR-IDX 1) TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "31-60 DAYS    :" TO WS-AMT-LABEL.
           MOVE WS-CUR-CODE (WS-CUR-IDX) TO WS-AMT-LABEL (12:3).
           MOVE WS-BT-AMOUNT (WS-CUR-IDX 2) TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "61-90 DAYS    :" TO WS-AMT-LABEL.
           MOVE WS-CUR-CODE (WS-CUR-IDX) TO WS-AMT-LABEL (12:3).
           MOVE WS-BT-AMOUNT (WS-CUR-IDX 3) TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           PERFORM H322-PROVE-BAND
              VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 3.
       H320-END. EXIT.

       H322-PROVE-BAND.
           IF WS-BP-AMOUNT (WS-CUR-IDX WS-BAND-SUB) NOT =
              WS-BT-AMOUNT (WS-CUR-IDX WS-BAND-SUB)
              SET WS-PROOF-BROKEN TO TRUE
           END-IF.
       H322-END. EXIT.

       H300-TERMINATE.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE TD-FILE
                 RPT-FILE.
           STOP RUN.
       H300-END. EXIT.
