      ******************************************************************
      * IBRECON.COB - Nightly Inter-Branch Reconciliation
      *
      * Standalone batch program. Proves the branch-segmented general
      * ledger (see GLBRANCH.COB) hangs together after the day's
      * postings, and lists every break it finds:
      * - the inter-branch due-from (GLA 1400) and due-to (GLA 2200)
      *   positions of all branches net to zero for the bank
      * - every chart row's branch shares add up to its bank-wide
      *   GLA-BALANCE
      * - each branch's due-to and due-from positions equal what the
      *   inter-branch entry file says they should be: the sum of
      *   what it gave other branches, and minus the sum of what it
      *   received from them
      * It closes with every branch's net inter-branch position.
      *
      * Design decisions:
      * - Read-only: one full pass each over the branch balance file,
      *   the chart of accounts and the inter-branch entry file, the
      *   same START-...-TOP/READ-NEXT scans GLTIEOUT uses
      * - Positions are rebuilt from the whole entry file, not just
      *   the day's entries, so a break introduced on an earlier day
      *   keeps showing until it is cleared
      * - A journal voucher booked straight to 1400 or 2200 shows as
      *   a break against the rebuilt position - those rows are for
      *   GLBRANCH's bookings only, and finance wants to see any hand
      *   posting to them
      * - Sets RETURN-CODE 4 on any break, so the end-of-day chain
      *   stops before cutover and operations investigate
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBRECON.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-OP-STATUS                PIC XX.

      * Inter-branch chart rows - same values as
      * WS-GL-DUE-FROM-ACCOUNT / WS-GL-DUE-TO-ACCOUNT in GLBRANCH.COB
       01  WS-GL-DUE-FROM-ACCOUNT      PIC 9(4) VALUE 1400.
       01  WS-GL-DUE-TO-ACCOUNT        PIC 9(4) VALUE 2200.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

      * One entry per branch seen on either file: its booked
      * positions and the positions the entry file says it should
      * carry
       01  WS-BRANCH-COUNT             PIC 9(4) VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10  WS-BR-CODE          PIC X(4).
               10  WS-BR-DUE-FROM      PIC S9(13)V99.
               10  WS-BR-DUE-TO        PIC S9(13)V99.
               10  WS-BR-EXP-DUE-FROM  PIC S9(13)V99.
               10  WS-BR-EXP-DUE-TO    PIC S9(13)V99.
       01  WS-BRANCH-IDX               PIC 9(4).
       01  WS-BRANCH-SEARCH            PIC 9(4).
       01  WS-BRANCH-KEY               PIC X(4).

      * One entry per chart row any branch holds a share of, with
      * the sum of those shares
       01  WS-GLA-SUM-COUNT            PIC 9(4) VALUE 0.
       01  WS-GLA-SUM-TABLE.
           05  WS-GLA-SUM-ENTRY OCCURS 100 TIMES.
               10  WS-GS-GLA-ID        PIC 9(4).
               10  WS-GS-BRANCH-SUM    PIC S9(13)V99.
       01  WS-GLA-SUM-IDX              PIC 9(4).
       01  WS-GLA-SUM-SEARCH           PIC 9(4).
       01  WS-GLA-SUM-KEY              PIC 9(4).

       01  WS-FOUND-SWITCH             PIC 9.
           88  ENTRY-WAS-FOUND         VALUE 1.

      * Report counters and totals
       01  WS-REPORT-COUNTERS.
           05  WS-BRANCH-ROWS-READ     PIC 9(8) VALUE 0.
           05  WS-CHART-ROWS-READ      PIC 9(8) VALUE 0.
           05  WS-ENTRIES-READ         PIC 9(8) VALUE 0.
           05  WS-BREAKS-FOUND         PIC 9(8) VALUE 0.
       01  WS-BANK-IB-NET              PIC S9(13)V99 VALUE 0.
       01  WS-BRANCH-NET               PIC S9(13)V99.
       01  WS-DIFFERENCE               PIC S9(13)V99.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT-1     PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AMOUNT-2     PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AMOUNT-3     PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the inter-branch reconciliation
           PERFORM DISPLAY-BANNER.
           PERFORM SCAN-BRANCH-ROWS.
           PERFORM REBUILD-EXPECTED-POSITIONS.
           PERFORM CHECK-BANK-NETS-TO-ZERO.
           PERFORM CHECK-CHART-TIE.
           PERFORM CHECK-BRANCH-POSITIONS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-RUN-DATE.
           DISPLAY '================================================'.
           DISPLAY 'INTER-BRANCH RECONCILIATION'.
           DISPLAY 'Business date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Due from GL:   ' WS-GL-DUE-FROM-ACCOUNT
               '   Due to GL: ' WS-GL-DUE-TO-ACCOUNT.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    List every branch's net inter-branch position, then the
      *    totals and the verdict
           DISPLAY ' '.
           DISPLAY 'NET INTER-BRANCH POSITION BY BRANCH'.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Branch       Due from         Due to'
               '            Net'.
           PERFORM DISPLAY-ONE-BRANCH-POSITION
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.

           MOVE WS-BANK-IB-NET TO WS-DISPLAY-AMOUNT-1.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Branch rows read:         ' WS-BRANCH-ROWS-READ.
           DISPLAY 'Chart rows read:          ' WS-CHART-ROWS-READ.
           DISPLAY 'Inter-branch entries:     ' WS-ENTRIES-READ.
           DISPLAY 'Branches:                 ' WS-BRANCH-COUNT.
           DISPLAY 'Bank-wide 1400 + 2200:  ' WS-DISPLAY-AMOUNT-1.
           DISPLAY 'Breaks found:             ' WS-BREAKS-FOUND.
           DISPLAY '------------------------------------------------'.

           IF WS-BREAKS-FOUND = 0
               DISPLAY 'RECONCILED - inter-branch positions net to '
                   'zero and agree with the entries.'
           ELSE
               DISPLAY 'BREAKS FOUND - investigate the lines marked '
                   'BREAK before cutover.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-ONE-BRANCH-POSITION.
      *    Print one branch's booked due-from, due-to and their net
           COMPUTE WS-BRANCH-NET = WS-BR-DUE-FROM(WS-BRANCH-IDX)
               + WS-BR-DUE-TO(WS-BRANCH-IDX).
           MOVE WS-BR-DUE-FROM(WS-BRANCH-IDX) TO WS-DISPLAY-AMOUNT-1.
           MOVE WS-BR-DUE-TO(WS-BRANCH-IDX) TO WS-DISPLAY-AMOUNT-2.
           MOVE WS-BRANCH-NET TO WS-DISPLAY-AMOUNT-3.
           DISPLAY WS-BR-CODE(WS-BRANCH-IDX) '  '
               WS-DISPLAY-AMOUNT-1 WS-DISPLAY-AMOUNT-2
               WS-DISPLAY-AMOUNT-3.

      ******************************************************************
      * BRANCH BALANCE SCAN
      ******************************************************************

       SCAN-BRANCH-ROWS.
      *    Single pass over the branch balance file, collecting each
      *    branch's inter-branch positions and each chart row's sum
      *    of branch shares
           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-FILE-TOP' WS-OP-STATUS.

           PERFORM FOLD-NEXT-BRANCH-ROW
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

       FOLD-NEXT-BRANCH-ROW.
      *    Read one branch row and fold it into both tables
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-BRANCH-ROWS-READ

               MOVE GLB-GLA-ID TO WS-GLA-SUM-KEY
               PERFORM FIND-GLA-SUM-ENTRY
               IF WS-GLA-SUM-IDX > 0
                   ADD GLB-BALANCE TO WS-GS-BRANCH-SUM(WS-GLA-SUM-IDX)
               END-IF

               IF GLB-GLA-ID = WS-GL-DUE-FROM-ACCOUNT
                       OR GLB-GLA-ID = WS-GL-DUE-TO-ACCOUNT
                   ADD GLB-BALANCE TO WS-BANK-IB-NET
                   MOVE GLB-BRANCH-CODE TO WS-BRANCH-KEY
                   PERFORM FIND-BRANCH-ENTRY
               END-IF

               IF GLB-GLA-ID = WS-GL-DUE-FROM-ACCOUNT
                       AND WS-BRANCH-IDX > 0
                   ADD GLB-BALANCE TO WS-BR-DUE-FROM(WS-BRANCH-IDX)
               END-IF

               IF GLB-GLA-ID = WS-GL-DUE-TO-ACCOUNT
                       AND WS-BRANCH-IDX > 0
                   ADD GLB-BALANCE TO WS-BR-DUE-TO(WS-BRANCH-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * EXPECTED POSITIONS FROM THE ENTRY FILE
      ******************************************************************

       REBUILD-EXPECTED-POSITIONS.
      *    Single pass over the inter-branch entry file, rebuilding
      *    what each branch's due-to and due-from should hold
           CALL 'FILES' USING 'OPEN-INTER-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-INTER-BRANCH-FILE-TOP'
               WS-OP-STATUS.

           PERFORM FOLD-NEXT-INTER-BRANCH-ENTRY
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-INTER-BRANCH-FILE'.

       FOLD-NEXT-INTER-BRANCH-ENTRY.
      *    Read one entry: the giving branch owes the amount on its
      *    due-to, the receiving branch is owed it on its due-from
      *    (booked negative, the same sign GLBRANCH gives it)
           CALL 'FILES' USING 'READ-NEXT-INTER-BRANCH-ENTRY'
               INTER-BRANCH-ENTRY-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ENTRIES-READ

               MOVE IBE-FROM-BRANCH TO WS-BRANCH-KEY
               PERFORM FIND-BRANCH-ENTRY
               IF WS-BRANCH-IDX > 0
                   ADD IBE-AMOUNT TO WS-BR-EXP-DUE-TO(WS-BRANCH-IDX)
               END-IF

               MOVE IBE-TO-BRANCH TO WS-BRANCH-KEY
               PERFORM FIND-BRANCH-ENTRY
               IF WS-BRANCH-IDX > 0
                   SUBTRACT IBE-AMOUNT
                       FROM WS-BR-EXP-DUE-FROM(WS-BRANCH-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * CHECKS
      ******************************************************************

       CHECK-BANK-NETS-TO-ZERO.
      *    Every due-to has a matching due-from somewhere, so the
      *    bank-wide sum of both rows over all branches must be zero
           DISPLAY 'BANK-WIDE INTER-BRANCH NET'.
           DISPLAY '------------------------------------------------'.
           MOVE WS-BANK-IB-NET TO WS-DISPLAY-AMOUNT-1.

           IF WS-BANK-IB-NET = 0
               DISPLAY 'Due from + due to, all branches: '
                   WS-DISPLAY-AMOUNT-1 '  OK'
           ELSE
               ADD 1 TO WS-BREAKS-FOUND
               DISPLAY 'Due from + due to, all branches: '
                   WS-DISPLAY-AMOUNT-1 '  BREAK'
           END-IF.
           DISPLAY ' '.

       CHECK-CHART-TIE.
      *    Each chart row's bank-wide balance must equal the sum of
      *    its branch shares; a row with no shares must be zero
           DISPLAY 'CHART ROWS AGAINST BRANCH SHARES'.
           DISPLAY '------------------------------------------------'.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-GL-ACCOUNT-FILE-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-CHART-ROW
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.
           DISPLAY ' '.

       CHECK-NEXT-CHART-ROW.
      *    Read one chart row and compare it with its branch shares;
      *    only breaks are listed
           CALL 'FILES' USING 'READ-NEXT-GL-ACCOUNT'
               GL-ACCOUNT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-CHART-ROWS-READ
               MOVE 0 TO WS-DIFFERENCE
               MOVE GLA-ID TO WS-GLA-SUM-KEY
               PERFORM LOCATE-GLA-SUM-ENTRY
               IF ENTRY-WAS-FOUND
                   COMPUTE WS-DIFFERENCE = GLA-BALANCE
                       - WS-GS-BRANCH-SUM(WS-GLA-SUM-IDX)
               ELSE
                   MOVE GLA-BALANCE TO WS-DIFFERENCE
               END-IF

               IF WS-DIFFERENCE NOT = 0
                   ADD 1 TO WS-BREAKS-FOUND
                   MOVE GLA-BALANCE TO WS-DISPLAY-AMOUNT-1
                   MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT-2
                   DISPLAY 'GL ' GLA-ID ' ' GLA-NAME
                   DISPLAY '    Chart: ' WS-DISPLAY-AMOUNT-1
                       '  Off by: ' WS-DISPLAY-AMOUNT-2 '  BREAK'
               END-IF
           END-IF.

       CHECK-BRANCH-POSITIONS.
      *    Compare each branch's booked due-to and due-from with the
      *    positions rebuilt from the entry file
           DISPLAY 'BRANCH POSITIONS AGAINST INTER-BRANCH ENTRIES'.
           DISPLAY '------------------------------------------------'.
           PERFORM CHECK-ONE-BRANCH-POSITION
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.

       CHECK-ONE-BRANCH-POSITION.
      *    List a branch whose booked positions differ from the
      *    rebuilt ones
           IF WS-BR-DUE-FROM(WS-BRANCH-IDX)
                   NOT = WS-BR-EXP-DUE-FROM(WS-BRANCH-IDX)
               ADD 1 TO WS-BREAKS-FOUND
               MOVE WS-BR-DUE-FROM(WS-BRANCH-IDX)
                   TO WS-DISPLAY-AMOUNT-1
               MOVE WS-BR-EXP-DUE-FROM(WS-BRANCH-IDX)
                   TO WS-DISPLAY-AMOUNT-2
               DISPLAY 'Branch ' WS-BR-CODE(WS-BRANCH-IDX)
                   ' due from booked ' WS-DISPLAY-AMOUNT-1
                   ' expected ' WS-DISPLAY-AMOUNT-2 '  BREAK'
           END-IF.

           IF WS-BR-DUE-TO(WS-BRANCH-IDX)
                   NOT = WS-BR-EXP-DUE-TO(WS-BRANCH-IDX)
               ADD 1 TO WS-BREAKS-FOUND
               MOVE WS-BR-DUE-TO(WS-BRANCH-IDX)
                   TO WS-DISPLAY-AMOUNT-1
               MOVE WS-BR-EXP-DUE-TO(WS-BRANCH-IDX)
                   TO WS-DISPLAY-AMOUNT-2
               DISPLAY 'Branch ' WS-BR-CODE(WS-BRANCH-IDX)
                   ' due to booked   ' WS-DISPLAY-AMOUNT-1
                   ' expected ' WS-DISPLAY-AMOUNT-2 '  BREAK'
           END-IF.

      ******************************************************************
      * TABLE LOOKUPS
      ******************************************************************

       FIND-BRANCH-ENTRY.
      *    Find WS-BRANCH-KEY in the branch table, adding it when
      *    new; WS-BRANCH-IDX is 0 only when the table is full
           MOVE 0 TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-BRANCH-IDX.
           PERFORM MATCH-ONE-BRANCH-ENTRY
               VARYING WS-BRANCH-SEARCH FROM 1 BY 1
               UNTIL WS-BRANCH-SEARCH > WS-BRANCH-COUNT
                   OR ENTRY-WAS-FOUND.

           IF NOT ENTRY-WAS-FOUND AND WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
               MOVE WS-BRANCH-KEY TO WS-BR-CODE(WS-BRANCH-IDX)
               MOVE 0 TO WS-BR-DUE-FROM(WS-BRANCH-IDX)
               MOVE 0 TO WS-BR-DUE-TO(WS-BRANCH-IDX)
               MOVE 0 TO WS-BR-EXP-DUE-FROM(WS-BRANCH-IDX)
               MOVE 0 TO WS-BR-EXP-DUE-TO(WS-BRANCH-IDX)
           END-IF.

       MATCH-ONE-BRANCH-ENTRY.
      *    Compare one branch table entry with the key
           IF WS-BR-CODE(WS-BRANCH-SEARCH) = WS-BRANCH-KEY
               MOVE 1 TO WS-FOUND-SWITCH
               MOVE WS-BRANCH-SEARCH TO WS-BRANCH-IDX
           END-IF.

       FIND-GLA-SUM-ENTRY.
      *    Find WS-GLA-SUM-KEY in the chart-row table, adding it when
      *    new; WS-GLA-SUM-IDX is 0 only when the table is full
           PERFORM LOCATE-GLA-SUM-ENTRY.

           IF NOT ENTRY-WAS-FOUND AND WS-GLA-SUM-COUNT < 100
               ADD 1 TO WS-GLA-SUM-COUNT
               MOVE WS-GLA-SUM-COUNT TO WS-GLA-SUM-IDX
               MOVE WS-GLA-SUM-KEY TO WS-GS-GLA-ID(WS-GLA-SUM-IDX)
               MOVE 0 TO WS-GS-BRANCH-SUM(WS-GLA-SUM-IDX)
           END-IF.

       LOCATE-GLA-SUM-ENTRY.
      *    Look WS-GLA-SUM-KEY up in the chart-row table without
      *    adding it
           MOVE 0 TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-GLA-SUM-IDX.
           PERFORM MATCH-ONE-GLA-SUM-ENTRY
               VARYING WS-GLA-SUM-SEARCH FROM 1 BY 1
               UNTIL WS-GLA-SUM-SEARCH > WS-GLA-SUM-COUNT
                   OR ENTRY-WAS-FOUND.

       MATCH-ONE-GLA-SUM-ENTRY.
      *    Compare one chart-row table entry with the key
           IF WS-GS-GLA-ID(WS-GLA-SUM-SEARCH) = WS-GLA-SUM-KEY
               MOVE 1 TO WS-FOUND-SWITCH
               MOVE WS-GLA-SUM-SEARCH TO WS-GLA-SUM-IDX
           END-IF.

       END PROGRAM IBRECON.
