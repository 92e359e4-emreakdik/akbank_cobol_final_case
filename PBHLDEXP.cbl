      *****************************************************************
      * Program name:    PBHLDEXP
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Nightly hold expiry. Walks HOLD-FILE once in key order
      * (account id plus hold number) and removes every hold whose
      * expiry date has passed - a hold counts against its account
      * through its expiry date and no longer the day after, so a
      * row with a nonzero expiry earlier than today is already
      * ignored by PBSUB's debit edits and is only taking up room.
      * A hold with a zero expiry stands until PBHLDMNT releases it
      * and is never touched here.
      *
      * Every hold removed is listed with its account, hold number,
      * amount, reason code, placed and expiry dates, so the branch
      * sees which card authorizations and cheques dropped off and
      * can chase any that should have been released or renewed
      * instead. The list closes with the counts and the amount set
      * free - summed as held, each hold being in its own account's
      * currency, the reading PBTRIAL gives balances.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBHLDEXP.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                           STATUS ST-HOLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY.
           SELECT RPT-FILE ASSIGN TO HLDEXRPT
                           STATUS ST-RPTFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    HLD-REC mirrors PBSUB's own copy field for field - PBSUB
      *    reads HOLD-FILE for its debit edits, PBHLDEXP prunes it.
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
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 ST-HOLDFILE          PIC 9(02).
              88 ST-HOLDFILE-OK        VALUE 00 97.
              88 ST-HOLDFILE-EOF       VALUE 10.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-RED         PIC S9(07) COMP-3.
           05 WS-CNT-READ          PIC 9(07).
           05 WS-CNT-EXPIRED       PIC 9(07).
           05 WS-CNT-KEPT          PIC 9(07).
           05 WS-AMT-EXPIRED       PIC S9(15) COMP-3.
           05 WS-COL-LINE.
              07 WS-COL-ID            PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-COL-HOLD-NO       PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-COL-AMOUNT        PIC X(16).
              07 FILLER               PIC X(01).
              07 WS-COL-REASON        PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-COL-PLACED        PIC X(07).
              07 FILLER               PIC X(01).
              07 WS-COL-EXPIRY        PIC X(07).
              07 FILLER               PIC X(68).
           05 WS-DETAIL-LINE.
              07 WS-DTL-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DTL-HOLD-NO       PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-DTL-AMOUNT        PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-DTL-REASON        PIC X(05).
              07 FILLER               PIC X(01).
              07 WS-DTL-PLACED        PIC 9(07).
              07 FILLER               PIC X(01).
              07 WS-DTL-EXPIRY        PIC 9(07).
              07 FILLER               PIC X(68).
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
           PERFORM H200-PROCESS UNTIL ST-HOLDFILE-EOF.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           MOVE 0 TO WS-CNT-READ.
           MOVE 0 TO WS-CNT-EXPIRED.
           MOVE 0 TO WS-CNT-KEPT.
           MOVE 0 TO WS-AMT-EXPIRED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-RED = WS-TODAY-DATE - 19000000.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           MOVE "*** SURESI DOLAN BLOKE LISTESI ***" TO RPT-DESC.
           WRITE RPT-REC.
           MOVE SPACES TO WS-COL-LINE.
           MOVE "HESAP" TO WS-COL-ID.
           MOVE "BLOKE" TO WS-COL-HOLD-NO.
           MOVE "           TUTAR" TO WS-COL-AMOUNT.
           MOVE "NEDEN" TO WS-COL-REASON.
           MOVE "KONULUS" TO WS-COL-PLACED.
           MOVE "VADE" TO WS-COL-EXPIRY.
           MOVE WS-COL-LINE TO RPT-DESC.
           WRITE RPT-REC.
           OPEN I-O HOLD-FILE.
           IF NOT ST-HOLDFILE-OK
              DISPLAY "HOLD-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-HOLDFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H140-START-HOLDS.
       H100-END. EXIT.

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

      *****************************************************************
      * One hold per pass - a nonzero expiry earlier than today is
      * past; the row is listed first and then deleted, so a delete
      * that fails still leaves the branch a line to act on.
      *****************************************************************
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF HLD-EXPIRY NOT = 0 AND HLD-EXPIRY < WS-TODAY-RED
              PERFORM H220-WRITE-EXPIRED
              DELETE HOLD-FILE
                 INVALID KEY
                    DISPLAY "HOLD-FILE DELETE ERROR"
                    DISPLAY "STATUS CODE: " ST-HOLDFILE
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-EXPIRED
                    ADD HLD-AMOUNT TO WS-AMT-EXPIRED
              END-DELETE
           ELSE
              ADD 1 TO WS-CNT-KEPT
           END-IF.
           PERFORM H150-READ-HOLD.
       H200-END. EXIT.

       H220-WRITE-EXPIRED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE HLD-ID TO WS-DTL-ID.
           MOVE HLD-NO TO WS-DTL-HOLD-NO.
           MOVE HLD-AMOUNT TO WS-DTL-AMOUNT.
           MOVE HLD-REASON TO WS-DTL-REASON.
           MOVE HLD-PLACED TO WS-DTL-PLACED.
           MOVE HLD-EXPIRY TO WS-DTL-EXPIRY.
           MOVE WS-DETAIL-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H220-END. EXIT.

      *****************************************************************
      * End-of-job totals - holds read, holds removed and the amount
      * they had set aside, and the holds still standing.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** BLOKE VADE RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "HOLDS READ    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-READ TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "EXPIRED COUNT :" TO WS-RPT-LABEL.
           MOVE WS-CNT-EXPIRED TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-AMT-LINE.
           MOVE "EXPIRED AMOUNT:" TO WS-AMT-LABEL.
           MOVE WS-AMT-EXPIRED TO WS-AMT-VALUE.
           MOVE WS-AMT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ACTIVE COUNT  :" TO WS-RPT-LABEL.
           MOVE WS-CNT-KEPT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.
       H310-END. EXIT.

       H300-TERMINATE.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE HOLD-FILE
                 RPT-FILE.
           STOP RUN.
       H300-END. EXIT.
