      *****************************************************************
      * Program name:    PBCMDUP
      * Original author: YUNUS EMRE AKDIK
      *****************************************************************
      * Duplicate customer candidate report. PBCMCNV gave one
      * customer number to every distinct name/surname pair on the
      * accounts, so one person keyed with two spellings went onto
      * the master twice. This report reads CUST-FILE against
      * PBSUB's own full SCAN dump (asked for once up front, so
      * PBCMDUP never opens IDX-FILE itself) and lists the pairs of
      * customer numbers that are likely one person, for the branch
      * to confirm and key as PBCMMRG merge cards:
      *
      * - BENZER SOYAD - the same name, and surnames one keying slip
      *   apart: one letter changed, added or dropped, or two
      *   neighbouring letters swapped. Surnames shorter than four
      *   letters are too short to tell apart this way and are only
      *   paired when equal;
      * - AYNI AD/SUBE - the same name and surname under two numbers
      *   with the same home branch, the branch of the customer's
      *   first account in key order as PBDEPINS reports it.
      *
      * The master is sorted by name and surname and compared a name
      * group at a time, so only customers sharing a name are ever
      * paired. Customers with no account are left out - there is
      * nothing to merge. Every pair is printed with both customers'
      * accounts, their branch, currency, balance and status. A name
      * group too large for the table is compared as far as it fits
      * and the run ends with condition code 8, naming the group.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBCMDUP.
       AUTHOR. YUNUS EMRE AKDIK
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO IDXSCAN
                           STATUS ST-SCANFILE.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                           STATUS ST-CUSTFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY CUST-KEY.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
           SELECT RPT-FILE ASSIGN TO DUPRPT
                           STATUS ST-RPTFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    SCAN-REC mirrors PBSUB's own copy field for field - PBSUB
      *    owns IDX-FILE and writes this file, PBCMDUP only reads it.
       FD SCAN-FILE RECORDING MODE F.
       01 SCAN-REC.
           03 SCAN-ID              PIC 9(05).
           03 SCAN-CUST-NO         PIC 9(05).
           03 SCAN-SURNAME         PIC X(15).
           03 SCAN-EXC             PIC S9(03).
           03 SCAN-DATE            PIC S9(07).
           03 SCAN-LAST-ACCR       PIC S9(07).
           03 SCAN-BALANCE         PIC S9(15).
           03 SCAN-STATUS          PIC X(01).
           03 SCAN-CURRENCY        PIC X(03).
      *    CUST-REC mirrors PBSUB's own copy field for field -
      *    PBCMMNT maintains the master, this report only reads it.
       FD CUST-FILE.
       01 CUST-REC.
           03 CUST-KEY.
                05 CUST-NO         PIC S9(5) COMP-3.
           03 CUST-NAME            PIC X(15).
           03 CUST-SURNAME         PIC X(15).
      *    The comparison's work file - one row per customer with an
      *    account, put in name/surname order.
       SD SRT-FILE.
       01 SRT-REC.
           03 SRT-NAME             PIC X(15).
           03 SRT-SURNAME          PIC X(15).
           03 SRT-CUST             PIC 9(05).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC.
           03 RPT-DESC             PIC X(118).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 ST-SCANFILE          PIC 9(02).
              88 ST-SCANFILE-OK        VALUE 00.
              88 ST-SCANFILE-EOF       VALUE 10.
           05 ST-CUSTFILE          PIC 9(02).
              88 ST-CUSTFILE-OK        VALUE 00 97.
              88 ST-CUSTFILE-EOF       VALUE 10.
           05 ST-RPTFILE           PIC 9(02).
              88 ST-RPTFILE-OK         VALUE 00.
           05 WS-SRT-DONE          PIC X(01).
              88 WS-SRT-EXHAUSTED      VALUE 'Y'.
      *    One slot per account id from the SCAN dump, chained per
      *    customer in key order through WS-ACC-NEXT (zero ends the
      *    chain), so a customer's accounts print without a search.
           05 WS-ACC-IDX           PIC 9(05).
           05 WS-ACC-TABLE.
              07 WS-ACC-ENTRY OCCURS 99999 TIMES.
                 09 WS-ACC-EXC        PIC 9(03).
                 09 WS-ACC-BALANCE    PIC S9(15) COMP-3.
                 09 WS-ACC-CURR       PIC X(03).
                 09 WS-ACC-STATUS     PIC X(01).
                 09 WS-ACC-NEXT       PIC 9(05).
      *    One slot per customer number, addressed by direct
      *    subscript the way PBDEPINS's customer table is - the
      *    account chain, the account count and the home branch.
           05 WS-CUS-IDX           PIC 9(05).
           05 WS-CUS-TABLE.
              07 WS-CUS-ENTRY OCCURS 99999 TIMES.
                 09 WS-CUS-FIRST      PIC 9(05).
                 09 WS-CUS-LAST       PIC 9(05).
                 09 WS-CUS-ACCTS      PIC S9(05) COMP-3.
                 09 WS-CUS-BRANCH     PIC 9(03).
      *    One name group from the sort - every customer with the
      *    same name, in surname order.
           05 WS-GRP-NAME          PIC X(15).
           05 WS-GRP-CNT           PIC S9(04) COMP.
           05 WS-GRP-IDX           PIC S9(04) COMP.
           05 WS-CMP-IDX           PIC S9(04) COMP.
           05 WS-CMP-START         PIC S9(04) COMP.
           05 WS-GRP-OVF           PIC X(01).
              88 WS-GRP-OVERFLOWED     VALUE 'Y'.
           05 WS-GRP-TABLE.
              07 WS-GRP-ENTRY OCCURS 500 TIMES.
                 09 WS-GRP-CUST       PIC 9(05).
                 09 WS-GRP-SURNAME    PIC X(15).
      *    The surname comparison - the longer surname in WS-SIM-A,
      *    its significant length in WS-LEN-A, and the count of
      *    keying slips found walking the two side by side.
           05 WS-SIM-A             PIC X(15).
           05 WS-SIM-B             PIC X(15).
           05 WS-SIM-SWAP          PIC X(15).
           05 WS-LEN-A             PIC S9(03) COMP.
           05 WS-LEN-B             PIC S9(03) COMP.
           05 WS-LEN-IDX           PIC S9(03) COMP.
           05 WS-POS-A             PIC S9(03) COMP.
           05 WS-POS-B             PIC S9(03) COMP.
           05 WS-DIFF-CNT          PIC S9(03) COMP.
           05 WS-SIM-OK            PIC X(01).
              88 WS-SIM-FOUND          VALUE 'Y'.
           05 WS-PAIR-KIND         PIC X(14).
           05 WS-CNT-CUSTOMERS     PIC 9(07).
           05 WS-CNT-NO-ACCOUNT    PIC 9(07).
           05 WS-CNT-GROUPS        PIC 9(07).
           05 WS-CNT-OVERFLOW      PIC 9(07).
           05 WS-CNT-SIMILAR       PIC 9(07).
           05 WS-CNT-SAME-BRANCH   PIC 9(07).
           05 WS-CNT-PAIRS         PIC 9(07).
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC          PIC 9(02).
                 88 WS-SUB-FUNC-READ     VALUE 1.
                 88 WS-SUB-FUNC-WRITE    VALUE 2.
                 88 WS-SUB-FUNC-DELETE   VALUE 3.
                 88 WS-SUB-FUNC-UPDATE   VALUE 4.
                 88 WS-SUB-FUNC-LIST     VALUE 5.
                 88 WS-SUB-FUNC-SCAN     VALUE 6.
                 88 WS-SUB-FUNC-ACCRUE   VALUE 7.
                 88 WS-SUB-FUNC-STATUS   VALUE 8.
                 88 WS-SUB-FUNC-XFER     VALUE 9.
                 88 WS-SUB-FUNC-NAMEINQ  VALUE 10.
                 88 WS-SUB-FUNC-OPEN     VALUE 11.
                 88 WS-SUB-FUNC-CLOSE    VALUE 12.
                 88 WS-SUB-FUNC-CSYNC    VALUE 13.
                 88 WS-SUB-FUNC-REVERSE  VALUE 14.
                 88 WS-SUB-FUNC-FEE      VALUE 15.
                 88 WS-SUB-FUNC-CMOVE    VALUE 16.
              07 WS-SUB-ID            PIC 9(05).
              07 WS-SUB-END-ID        PIC 9(05).
              07 WS-SUB-RC            PIC 9(02).
              07 WS-SUB-NAME          PIC X(15).
              07 WS-SUB-SURNAME       PIC X(15).
              07 WS-SUB-EXC           PIC S9(03).
              07 WS-SUB-DATE          PIC S9(07).
              07 WS-SUB-BALANCE       PIC S9(15).
              07 WS-SUB-DESC          PIC X(119).
              07 WS-SUB-STATUS        PIC X(01).
              07 WS-SUB-CUST          PIC 9(05).
              07 WS-SUB-CURRENCY      PIC X(03).
              07 WS-SUB-REF-TS        PIC X(21).
           05 WS-PAIR-LINE.
              07 WS-PR-KIND           PIC X(14).
              07 WS-PR-NAME           PIC X(15).
              07 FILLER               PIC X(01).
              07 WS-PR-CUST-A         PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-PR-SURNAME-A      PIC X(15).
              07 FILLER               PIC X(01).
              07 WS-PR-BRANCH-A       PIC 9(03).
              07 WS-PR-SEP            PIC X(03).
              07 WS-PR-CUST-B         PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-PR-SURNAME-B      PIC X(15).
              07 FILLER               PIC X(01).
              07 WS-PR-BRANCH-B       PIC 9(03).
              07 FILLER               PIC X(35).
           05 WS-ACCT-LINE.
              07 WS-ACL-TAG           PIC X(14).
              07 WS-ACL-CUST          PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-ACL-ID            PIC 9(05).
              07 FILLER               PIC X(01).
              07 WS-ACL-EXC           PIC 9(03).
              07 FILLER               PIC X(01).
              07 WS-ACL-CURR          PIC X(03).
              07 FILLER               PIC X(01).
              07 WS-ACL-BALANCE       PIC -(15)9.
              07 FILLER               PIC X(01).
              07 WS-ACL-STATUS        PIC X(01).
              07 FILLER               PIC X(66).
           05 WS-OVF-LINE.
              07 WS-OVF-LABEL         PIC X(14).
              07 WS-OVF-NAME          PIC X(15).
              07 FILLER               PIC X(89).
           05 WS-REPORT-LINE.
              07 WS-RPT-LABEL         PIC X(20).
              07 WS-RPT-COUNT         PIC ZZZZZZ9.
              07 FILLER               PIC X(91).
      *****************************************************************
       PROCEDURE DIVISION.
       H000-MAIN.
           PERFORM H100-INITIALIZE.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-NAME SRT-SURNAME SRT-CUST
              INPUT PROCEDURE IS H400-RELEASE-CUSTOMERS THRU H400-END
              OUTPUT PROCEDURE IS H500-COMPARE-GROUPS THRU H500-END.
           PERFORM H300-TERMINATE.
       H000-END. EXIT.

       H100-INITIALIZE.
           MOVE 0 TO WS-CNT-CUSTOMERS.
           MOVE 0 TO WS-CNT-NO-ACCOUNT.
           MOVE 0 TO WS-CNT-GROUPS.
           MOVE 0 TO WS-CNT-OVERFLOW.
           MOVE 0 TO WS-CNT-SIMILAR.
           MOVE 0 TO WS-CNT-SAME-BRANCH.
           MOVE 0 TO WS-CNT-PAIRS.
           INITIALIZE WS-ACC-TABLE.
           INITIALIZE WS-CUS-TABLE.
           OPEN OUTPUT RPT-FILE.
           IF NOT ST-RPTFILE-OK
              DISPLAY "RPT-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-RPTFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H120-REQUEST-SCAN.
           OPEN INPUT SCAN-FILE.
           IF NOT ST-SCANFILE-OK
              DISPLAY "SCAN-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-SCANFILE
              PERFORM H300-TERMINATE
           END-IF.
           PERFORM H110-LOAD-ACCOUNT UNTIL ST-SCANFILE-EOF.
           CLOSE SCAN-FILE.
           OPEN INPUT CUST-FILE.
           IF NOT ST-CUSTFILE-OK
              DISPLAY "CUST-FILE OPEN ERROR"
              DISPLAY "STATUS CODE: " ST-CUSTFILE
              PERFORM H300-TERMINATE
           END-IF.
           MOVE "*** MUKERRER MUSTERI ADAYLARI ***" TO RPT-DESC.
           WRITE RPT-REC.
       H100-END. EXIT.

      *****************************************************************
      * Asks PBSUB for a one-shot full dump of IDX-FILE into
      * SCAN-FILE. One CALL opens IDX-FILE, scans every account in
      * key order, writes each to SCAN-FILE, and closes IDX-FILE
      * again before returning - PBCMDUP never opens IDX-FILE on
      * its own.
      *****************************************************************
       H120-REQUEST-SCAN.
           SET WS-SUB-FUNC-SCAN TO TRUE.
           MOVE ZEROES TO WS-SUB-ID.
           MOVE ZEROES TO WS-SUB-END-ID.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE ZEROS TO WS-SUB-RC.
           CALL 'PBSUB' USING WS-SUB-AREA.
       H120-END. EXIT.

      *****************************************************************
      * One account per pass - kept in its slot and chained onto its
      * customer's accounts. The first account seen, the lowest id,
      * gives the customer's home branch.
      *****************************************************************
       H110-LOAD-ACCOUNT.
           READ SCAN-FILE
              AT END
                 SET ST-SCANFILE-EOF TO TRUE
              NOT AT END
                 MOVE SCAN-ID TO WS-ACC-IDX
                 MOVE SCAN-EXC TO WS-ACC-EXC (WS-ACC-IDX)
                 MOVE SCAN-BALANCE TO WS-ACC-BALANCE (WS-ACC-IDX)
                 MOVE SCAN-CURRENCY TO WS-ACC-CURR (WS-ACC-IDX)
                 MOVE SCAN-STATUS TO WS-ACC-STATUS (WS-ACC-IDX)
                 MOVE 0 TO WS-ACC-NEXT (WS-ACC-IDX)
                 IF SCAN-CUST-NO > 0
                    PERFORM H115-CHAIN-ACCOUNT
                 END-IF
           END-READ.
       H110-END. EXIT.

       H115-CHAIN-ACCOUNT.
           MOVE SCAN-CUST-NO TO WS-CUS-IDX.
           IF WS-CUS-ACCTS (WS-CUS-IDX) = 0
              MOVE WS-ACC-IDX TO WS-CUS-FIRST (WS-CUS-IDX)
              MOVE SCAN-EXC TO WS-CUS-BRANCH (WS-CUS-IDX)
           ELSE
              MOVE WS-ACC-IDX TO WS-ACC-NEXT (WS-CUS-LAST (WS-CUS-IDX))
           END-IF.
           MOVE WS-ACC-IDX TO WS-CUS-LAST (WS-CUS-IDX).
           ADD 1 TO WS-CUS-ACCTS (WS-CUS-IDX).
       H115-END. EXIT.

      *****************************************************************
      * Sort input - one pass of CUST-FILE in key order, handing the
      * sort every customer that carries at least one account.
      *****************************************************************
       H400-RELEASE-CUSTOMERS.
           PERFORM H410-READ-CUSTOMER.
           PERFORM H420-RELEASE-CUSTOMER UNTIL ST-CUSTFILE-EOF.
       H400-END. EXIT.

       H410-READ-CUSTOMER.
           READ CUST-FILE NEXT RECORD
              AT END
                 SET ST-CUSTFILE-EOF TO TRUE
           END-READ.
       H410-END. EXIT.

       H420-RELEASE-CUSTOMER.
           ADD 1 TO WS-CNT-CUSTOMERS.
           MOVE CUST-NO TO WS-CUS-IDX.
           IF WS-CUS-IDX = 0 OR WS-CUS-ACCTS (WS-CUS-IDX) = 0
              ADD 1 TO WS-CNT-NO-ACCOUNT
           ELSE
              MOVE CUST-NAME TO SRT-NAME
              MOVE CUST-SURNAME TO SRT-SURNAME
              MOVE WS-CUS-IDX TO SRT-CUST
              RELEASE SRT-REC
           END-IF.
           PERFORM H410-READ-CUSTOMER.
       H420-END. EXIT.

      *****************************************************************
      * Sort output - one name group per pass, every customer of it
      * compared with every other.
      *****************************************************************
       H500-COMPARE-GROUPS.
           MOVE 'N' TO WS-SRT-DONE.
           PERFORM H510-RETURN-ROW.
           PERFORM H520-COMPARE-GROUP UNTIL WS-SRT-EXHAUSTED.
       H500-END. EXIT.

       H510-RETURN-ROW.
           RETURN SRT-FILE
              AT END
                 SET WS-SRT-EXHAUSTED TO TRUE
           END-RETURN.
       H510-END. EXIT.

       H520-COMPARE-GROUP.
           MOVE 0 TO WS-GRP-CNT.
           MOVE 'N' TO WS-GRP-OVF.
           MOVE SRT-NAME TO WS-GRP-NAME.
           ADD 1 TO WS-CNT-GROUPS.
           PERFORM H530-COLLECT-ROW
              UNTIL WS-SRT-EXHAUSTED OR SRT-NAME NOT = WS-GRP-NAME.
           PERFORM H540-COMPARE-ONE
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-CNT.
       H520-END. EXIT.

      *****************************************************************
      * A group past the table's 500 customers is compared as far as
      * it fits; the group is named on the report once.
      *****************************************************************
       H530-COLLECT-ROW.
           IF WS-GRP-CNT = 500
              IF NOT WS-GRP-OVERFLOWED
                 SET WS-GRP-OVERFLOWED TO TRUE
                 ADD 1 TO WS-CNT-OVERFLOW
                 MOVE SPACES TO WS-OVF-LINE
                 MOVE "GRUP TASTI    " TO WS-OVF-LABEL
                 MOVE WS-GRP-NAME TO WS-OVF-NAME
                 MOVE WS-OVF-LINE TO RPT-DESC
                 WRITE RPT-REC
              END-IF
           ELSE
              ADD 1 TO WS-GRP-CNT
              MOVE SRT-CUST TO WS-GRP-CUST (WS-GRP-CNT)
              MOVE SRT-SURNAME TO WS-GRP-SURNAME (WS-GRP-CNT)
           END-IF.
           PERFORM H510-RETURN-ROW.
       H530-END. EXIT.

       H540-COMPARE-ONE.
           COMPUTE WS-CMP-START = WS-GRP-IDX + 1.
           PERFORM H545-COMPARE-PAIR
              VARYING WS-CMP-IDX FROM WS-CMP-START BY 1
              UNTIL WS-CMP-IDX > WS-GRP-CNT.
       H540-END. EXIT.

      *****************************************************************
      * One pair of the group - the same surname is a candidate only
      * when both numbers have the same home branch; a different
      * surname only when the two are one keying slip apart.
      *****************************************************************
       H545-COMPARE-PAIR.
           IF WS-GRP-SURNAME (WS-GRP-IDX) =
              WS-GRP-SURNAME (WS-CMP-IDX)
              IF WS-CUS-BRANCH (WS-GRP-CUST (WS-GRP-IDX)) =
                 WS-CUS-BRANCH (WS-GRP-CUST (WS-CMP-IDX))
                 ADD 1 TO WS-CNT-SAME-BRANCH
                 MOVE "AYNI AD/SUBE  " TO WS-PAIR-KIND
                 PERFORM H580-WRITE-PAIR
              END-IF
           ELSE
              PERFORM H560-COMPARE-SURNAMES
              IF WS-SIM-FOUND
                 ADD 1 TO WS-CNT-SIMILAR
                 MOVE "BENZER SOYAD  " TO WS-PAIR-KIND
                 PERFORM H580-WRITE-PAIR
              END-IF
           END-IF.
       H545-END. EXIT.

      *****************************************************************
      * Whether the pair's two surnames are one keying slip apart.
      * The longer one goes to WS-SIM-A and the two are walked side
      * by side: a letter that differs counts one slip and, when the
      * lengths differ, skips the longer surname's extra letter;
      * two neighbouring letters swapped count as one slip. More
      * than one slip, a length difference over one, or a surname
      * under four letters is not a candidate.
      *****************************************************************
       H560-COMPARE-SURNAMES.
           MOVE 'N' TO WS-SIM-OK.
           MOVE WS-GRP-SURNAME (WS-GRP-IDX) TO WS-SIM-A.
           MOVE WS-GRP-SURNAME (WS-CMP-IDX) TO WS-SIM-B.
           MOVE 0 TO WS-LEN-A.
           PERFORM H562-FIND-LEN-A
              VARYING WS-LEN-IDX FROM 15 BY -1
              UNTIL WS-LEN-IDX < 1 OR WS-LEN-A > 0.
           MOVE 0 TO WS-LEN-B.
           PERFORM H563-FIND-LEN-B
              VARYING WS-LEN-IDX FROM 15 BY -1
              UNTIL WS-LEN-IDX < 1 OR WS-LEN-B > 0.
           IF WS-LEN-B > WS-LEN-A
              MOVE WS-SIM-A TO WS-SIM-SWAP
              MOVE WS-SIM-B TO WS-SIM-A
              MOVE WS-SIM-SWAP TO WS-SIM-B
              MOVE WS-LEN-A TO WS-LEN-IDX
              MOVE WS-LEN-B TO WS-LEN-A
              MOVE WS-LEN-IDX TO WS-LEN-B
           END-IF.
           IF WS-LEN-B > 3 AND WS-LEN-A - WS-LEN-B < 2
              MOVE 1 TO WS-POS-A
              MOVE 1 TO WS-POS-B
              MOVE 0 TO WS-DIFF-CNT
              PERFORM H565-STEP
                 UNTIL WS-POS-A > WS-LEN-A OR WS-DIFF-CNT > 1
              IF WS-DIFF-CNT = 1
                 SET WS-SIM-FOUND TO TRUE
              END-IF
           END-IF.
       H560-END. EXIT.

       H562-FIND-LEN-A.
           IF WS-SIM-A (WS-LEN-IDX : 1) NOT = SPACE
              MOVE WS-LEN-IDX TO WS-LEN-A
           END-IF.
       H562-END. EXIT.

       H563-FIND-LEN-B.
           IF WS-SIM-B (WS-LEN-IDX : 1) NOT = SPACE
              MOVE WS-LEN-IDX TO WS-LEN-B
           END-IF.
       H563-END. EXIT.

       H565-STEP.
           IF WS-POS-B NOT > WS-LEN-B AND
              WS-SIM-A (WS-POS-A : 1) = WS-SIM-B (WS-POS-B : 1)
              ADD 1 TO WS-POS-A
              ADD 1 TO WS-POS-B
           ELSE
              ADD 1 TO WS-DIFF-CNT
              IF WS-LEN-A > WS-LEN-B
                 ADD 1 TO WS-POS-A
              ELSE
              IF WS-POS-A < WS-LEN-A AND
                 WS-SIM-A (WS-POS-A : 1) =
                    WS-SIM-B (WS-POS-A + 1 : 1) AND
                 WS-SIM-A (WS-POS-A + 1 : 1) =
                    WS-SIM-B (WS-POS-A : 1)
                 ADD 2 TO WS-POS-A
                 ADD 2 TO WS-POS-B
              ELSE
                 ADD 1 TO WS-POS-A
                 ADD 1 TO WS-POS-B
              END-IF
              END-IF
           END-IF.
       H565-END. EXIT.

      *****************************************************************
      * One candidate pair - the two customers side by side, then
      * every account of each with its branch, currency, balance
      * and status, and a blank line.
      *****************************************************************
       H580-WRITE-PAIR.
           ADD 1 TO WS-CNT-PAIRS.
           MOVE SPACES TO WS-PAIR-LINE.
           MOVE WS-PAIR-KIND TO WS-PR-KIND.
           MOVE WS-GRP-NAME TO WS-PR-NAME.
           MOVE WS-GRP-CUST (WS-GRP-IDX) TO WS-PR-CUST-A.
           MOVE WS-GRP-SURNAME (WS-GRP-IDX) TO WS-PR-SURNAME-A.
           MOVE WS-CUS-BRANCH (WS-GRP-CUST (WS-GRP-IDX))
                TO WS-PR-BRANCH-A.
           MOVE WS-GRP-CUST (WS-CMP-IDX) TO WS-PR-CUST-B.
           MOVE WS-GRP-SURNAME (WS-CMP-IDX) TO WS-PR-SURNAME-B.
           MOVE WS-CUS-BRANCH (WS-GRP-CUST (WS-CMP-IDX))
                TO WS-PR-BRANCH-B.
           MOVE " / " TO WS-PR-SEP.
           MOVE WS-PAIR-LINE TO RPT-DESC.
           WRITE RPT-REC.
           MOVE WS-GRP-CUST (WS-GRP-IDX) TO WS-CUS-IDX.
           MOVE WS-CUS-FIRST (WS-CUS-IDX) TO WS-ACC-IDX.
           PERFORM H585-WRITE-ACCOUNT UNTIL WS-ACC-IDX = 0.
           MOVE WS-GRP-CUST (WS-CMP-IDX) TO WS-CUS-IDX.
           MOVE WS-CUS-FIRST (WS-CUS-IDX) TO WS-ACC-IDX.
           PERFORM H585-WRITE-ACCOUNT UNTIL WS-ACC-IDX = 0.
           MOVE SPACES TO RPT-DESC.
           WRITE RPT-REC.
       H580-END. EXIT.

       H585-WRITE-ACCOUNT.
           MOVE SPACES TO WS-ACCT-LINE.
           MOVE "   HESAP" TO WS-ACL-TAG.
           MOVE WS-CUS-IDX TO WS-ACL-CUST.
           MOVE WS-ACC-IDX TO WS-ACL-ID.
           MOVE WS-ACC-EXC (WS-ACC-IDX) TO WS-ACL-EXC.
           MOVE WS-ACC-CURR (WS-ACC-IDX) TO WS-ACL-CURR.
           MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO WS-ACL-BALANCE.
           MOVE WS-ACC-STATUS (WS-ACC-IDX) TO WS-ACL-STATUS.
           MOVE WS-ACCT-LINE TO RPT-DESC.
           WRITE RPT-REC.
           MOVE WS-ACC-NEXT (WS-ACC-IDX) TO WS-ACC-IDX.
       H585-END. EXIT.

      *****************************************************************
      * End-of-job totals - customers read, those left out for want
      * of an account, name groups compared, pairs by kind, and
      * whether every group fitted the table.
      *****************************************************************
       H310-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** MUKERRER MUSTERI KONTROL RAPORU ***" TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "CUSTOMERS     :" TO WS-RPT-LABEL.
           MOVE WS-CNT-CUSTOMERS TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NO ACCOUNT    :" TO WS-RPT-LABEL.
           MOVE WS-CNT-NO-ACCOUNT TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NAME GROUPS   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-GROUPS TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "SIMILAR PAIRS :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SIMILAR TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "SAME BRANCH   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-SAME-BRANCH TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "TOTAL PAIRS   :" TO WS-RPT-LABEL.
           MOVE WS-CNT-PAIRS TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "GROUP OVERFLOW:" TO WS-RPT-LABEL.
           MOVE WS-CNT-OVERFLOW TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO RPT-DESC.
           WRITE RPT-REC.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           IF WS-CNT-OVERFLOW = 0
              MOVE "TAM - TUM AD GRUPLARI KARSILASTIRILDI." TO RPT-DESC
              WRITE RPT-REC
           ELSE
              MOVE "EKSIK - TASAN GRUPLAR KISMEN KARSILASTIRILDI."
                   TO RPT-DESC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
       H310-END. EXIT.

       H300-TERMINATE.
           IF ST-RPTFILE-OK
              PERFORM H310-CONTROL-REPORT
           END-IF.
           CLOSE CUST-FILE
                 RPT-FILE.
           STOP RUN.
       H300-END. EXIT.
