      ******************************************************************
      * DENOMPOS.COB - Branch Denomination Position Report
      *
      * Standalone nightly batch program. Walks the cash count
      * register branch by branch and prints, note by note and coin
      * by coin, the cash each branch last counted: the vault's
      * latest count, the drawers counted on the business date, and
      * the shipments still on order with the central bank. The
      * branch orders notes from this report - a vault full of R$ 2
      * notes and short of R$ 50s balances to the centavo and still
      * cannot pay the Friday queue.
      *
      * Design decisions:
      * - Counted positions, not book: every figure is a physical
      *   count (or an order's stated make-up) from the register,
      *   which always totals to the amount the owning count or
      *   order was posted with
      * - A drawer contributes its most recent count of the day -
      *   the balancing count once balanced, the opening float
      *   while still open
      * - Shipments are looked up in the shipment register; only
      *   those still ORDERED are shown, inbound (cash to come) and
      *   outbound (cash on the truck) in columns of their own
      * - Read-only pass over CASH-COUNT-FILE in branch order
      *   through the branch alternate key, breaking on branch the
      *   way ATMCASH does
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENOMPOS.
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
       01  WS-SHIP-STATUS              PIC XX.

       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-DNM-IDX                  PIC 99.

      * Branch control break
       01  WS-CURRENT-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-BRANCH-NAME              PIC X(30).
       01  WS-VAULT-COUNT-DATE         PIC 9(8).

      * Pieces per denomination slot for the branch being built
       01  WS-BRANCH-PIECES.
           05  WS-BR-SLOT OCCURS 12 TIMES.
               10  WS-BR-VAULT         PIC 9(9).
               10  WS-BR-DRAWERS       PIC 9(9).
               10  WS-BR-INBOUND       PIC 9(9).
               10  WS-BR-OUTBOUND      PIC 9(9).

      * The branch's drawers counted today, each holding its latest
      * count; a balancing count replaces the opening one
       01  WS-SESSION-COUNT            PIC 9(3) VALUE 0.
       01  WS-SESSION-TABLE.
           05  WS-SESSION-ENTRY OCCURS 200 TIMES.
               10  WS-SES-ID           PIC 9(10).
               10  WS-SES-PIECES       PIC 9(7) OCCURS 12 TIMES.
       01  WS-SES-IDX                  PIC 9(3).
       01  WS-SES-SLOT                 PIC 9(3).

      * Branch values per column at face
       01  WS-BRANCH-VALUES.
           05  WS-BV-VAULT             PIC S9(13)V99.
           05  WS-BV-DRAWERS           PIC S9(13)V99.
           05  WS-BV-ON-HAND           PIC S9(13)V99.
           05  WS-BV-INBOUND           PIC S9(13)V99.
           05  WS-BV-OUTBOUND          PIC S9(13)V99.
       01  WS-SLOT-ON-HAND             PIC 9(9).

       01  WS-REPORT-COUNTERS.
           05  WS-COUNTS-READ          PIC 9(6) VALUE 0.
           05  WS-BRANCHES-LISTED      PIC 9(4) VALUE 0.
           05  WS-DRAWERS-LISTED       PIC 9(6) VALUE 0.
           05  WS-SHIPMENTS-OPEN       PIC 9(6) VALUE 0.
           05  WS-TOTAL-ON-HAND        PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-FACE         PIC ZZ9.99.
           05  WS-DISPLAY-VAULT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-DISPLAY-DRAWERS      PIC ZZZ,ZZZ,ZZ9.
           05  WS-DISPLAY-ON-HAND      PIC ZZZ,ZZZ,ZZ9.
           05  WS-DISPLAY-INBOUND      PIC ZZZ,ZZZ,ZZ9.
           05  WS-DISPLAY-OUTBOUND     PIC ZZZ,ZZZ,ZZ9.
           05  WS-DISPLAY-VALUE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the branch denomination position report
           PERFORM DISPLAY-BANNER.
           PERFORM REPORT-COUNTS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header and take the denomination table
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           CALL 'VAULT' USING 'GET-DENOMINATION-TABLE'
               DENOMINATION-TABLE.

           DISPLAY '================================================'.
           DISPLAY 'BRANCH DENOMINATION POSITION REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Business date: ' WS-EFFECTIVE-DATE.
           DISPLAY 'Pieces as last counted; shipments still on order'.
           DISPLAY '================================================'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Count rows read:       ' WS-COUNTS-READ.
           DISPLAY 'Branches listed:       ' WS-BRANCHES-LISTED.
           DISPLAY 'Drawers counted today: ' WS-DRAWERS-LISTED.
           DISPLAY 'Shipments on order:    ' WS-SHIPMENTS-OPEN.
           MOVE WS-TOTAL-ON-HAND TO WS-DISPLAY-TOTAL.
           DISPLAY 'Cash on hand counted:  ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * REGISTER PASS
      ******************************************************************

       REPORT-COUNTS.
      *    Single pass over the register in branch order
           MOVE LOW-VALUES TO CCT-BRANCH-CODE.

           CALL 'FILES' USING 'OPEN-CASH-COUNT-FILE-IO'.
           CALL 'FILES' USING 'OPEN-VAULT-SHIPMENT-FILE-IO'.
           CALL 'FILES' USING 'START-CASH-COUNT-BY-BRANCH'
               CASH-COUNT-RECORD WS-OP-STATUS.

           PERFORM REPORT-NEXT-COUNT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-VAULT-SHIPMENT-FILE'.
           CALL 'FILES' USING 'CLOSE-CASH-COUNT-FILE'.

           IF WS-CURRENT-BRANCH NOT = SPACES
               PERFORM DISPLAY-BRANCH-POSITION
           END-IF.

       REPORT-NEXT-COUNT.
      *    Read one count row, breaking on branch
           CALL 'FILES' USING 'READ-NEXT-CASH-COUNT'
               CASH-COUNT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-COUNTS-READ
               IF CCT-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                   IF WS-CURRENT-BRANCH NOT = SPACES
                       PERFORM DISPLAY-BRANCH-POSITION
                   END-IF
                   PERFORM START-BRANCH
               END-IF
               EVALUATE TRUE
                   WHEN CCT-VAULT-COUNT
                       PERFORM TAKE-VAULT-COUNT
                   WHEN CCT-DRAWER-OPEN OR CCT-DRAWER-BALANCE
                       IF CCT-BUSINESS-DATE = WS-EFFECTIVE-DATE
                           PERFORM TAKE-DRAWER-COUNT
                       END-IF
                   WHEN CCT-SHIPMENT-ORDER
                       PERFORM TAKE-SHIPMENT-ORDER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       START-BRANCH.
      *    Begin collecting a new branch's position
           MOVE CCT-BRANCH-CODE TO WS-CURRENT-BRANCH.
           INITIALIZE WS-BRANCH-PIECES.
           MOVE 0 TO WS-VAULT-COUNT-DATE.
           MOVE 0 TO WS-SESSION-COUNT.

       TAKE-VAULT-COUNT.
      *    A later vault count replaces the earlier one outright
           MOVE CCT-BUSINESS-DATE TO WS-VAULT-COUNT-DATE.
           PERFORM TAKE-ONE-VAULT-SLOT
               VARYING WS-DNM-IDX FROM 1 BY 1
               UNTIL WS-DNM-IDX > 12.

       TAKE-ONE-VAULT-SLOT.
           MOVE CCT-PIECES(WS-DNM-IDX) TO WS-BR-VAULT(WS-DNM-IDX).

       TAKE-DRAWER-COUNT.
      *    Keep the session's latest count of the day, adding the
      *    session to the branch's table on its first count
           MOVE 0 TO WS-SES-SLOT.
           PERFORM FIND-ONE-SESSION
               VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SESSION-COUNT
                   OR WS-SES-SLOT > 0.

           IF WS-SES-SLOT = 0
               IF WS-SESSION-COUNT < 200
                   ADD 1 TO WS-SESSION-COUNT
                   MOVE WS-SESSION-COUNT TO WS-SES-SLOT
                   MOVE CCT-REFERENCE-ID TO WS-SES-ID(WS-SES-SLOT)
               ELSE
                   DISPLAY 'WARNING: Branch ' WS-CURRENT-BRANCH
                       ' has more drawers than the report holds - '
                       'session ' CCT-REFERENCE-ID ' left out'
               END-IF
           END-IF.

           IF WS-SES-SLOT > 0
               PERFORM TAKE-ONE-SESSION-SLOT
                   VARYING WS-DNM-IDX FROM 1 BY 1
                   UNTIL WS-DNM-IDX > 12
           END-IF.

       FIND-ONE-SESSION.
           IF WS-SES-ID(WS-SES-IDX) = CCT-REFERENCE-ID
               MOVE WS-SES-IDX TO WS-SES-SLOT
           END-IF.

       TAKE-ONE-SESSION-SLOT.
           MOVE CCT-PIECES(WS-DNM-IDX)
               TO WS-SES-PIECES(WS-SES-SLOT, WS-DNM-IDX).

       TAKE-SHIPMENT-ORDER.
      *    Count an order's make-up only while it is still on order
           MOVE CCT-REFERENCE-ID TO VSH-SHIPMENT-ID.
           CALL 'FILES' USING 'READ-VAULT-SHIPMENT'
               VAULT-SHIPMENT-RECORD WS-SHIP-STATUS.

           IF WS-SHIP-STATUS = '00' AND VSH-ORDERED
               ADD 1 TO WS-SHIPMENTS-OPEN
               PERFORM TAKE-ONE-SHIPMENT-SLOT
                   VARYING WS-DNM-IDX FROM 1 BY 1
                   UNTIL WS-DNM-IDX > 12
           END-IF.

       TAKE-ONE-SHIPMENT-SLOT.
           IF VSH-INBOUND
               ADD CCT-PIECES(WS-DNM-IDX) TO WS-BR-INBOUND(WS-DNM-IDX)
           ELSE
               ADD CCT-PIECES(WS-DNM-IDX)
                   TO WS-BR-OUTBOUND(WS-DNM-IDX)
           END-IF.

      ******************************************************************
      * BRANCH SECTION
      ******************************************************************

       DISPLAY-BRANCH-POSITION.
      *    Fold the drawers into the branch and print its section
           ADD 1 TO WS-BRANCHES-LISTED.
           ADD WS-SESSION-COUNT TO WS-DRAWERS-LISTED.
           INITIALIZE WS-BRANCH-VALUES.

           PERFORM ADD-ONE-SESSION
               VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SESSION-COUNT.

           CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
               WS-CURRENT-BRANCH WS-BRANCH-NAME.
           DISPLAY ' '.
           DISPLAY 'BRANCH ' WS-CURRENT-BRANCH ' ' WS-BRANCH-NAME.
           DISPLAY '  Vault last counted: ' WS-VAULT-COUNT-DATE
               '  Drawers counted today: ' WS-SESSION-COUNT.
           DISPLAY 'Piece     Face       Vault     Drawers'
               '     On hand     Inbound    Outbound'.

           PERFORM DISPLAY-ONE-DENOMINATION
               VARYING WS-DNM-IDX FROM 1 BY 1
               UNTIL WS-DNM-IDX > 12.

           COMPUTE WS-BV-ON-HAND = WS-BV-VAULT + WS-BV-DRAWERS.
           ADD WS-BV-ON-HAND TO WS-TOTAL-ON-HAND.

           MOVE WS-BV-VAULT TO WS-DISPLAY-VALUE.
           DISPLAY 'Value  vault:    ' WS-DISPLAY-VALUE.
           MOVE WS-BV-DRAWERS TO WS-DISPLAY-VALUE.
           DISPLAY '       drawers:  ' WS-DISPLAY-VALUE.
           MOVE WS-BV-ON-HAND TO WS-DISPLAY-VALUE.
           DISPLAY '       on hand:  ' WS-DISPLAY-VALUE.
           MOVE WS-BV-INBOUND TO WS-DISPLAY-VALUE.
           DISPLAY '       inbound:  ' WS-DISPLAY-VALUE.
           MOVE WS-BV-OUTBOUND TO WS-DISPLAY-VALUE.
           DISPLAY '       outbound: ' WS-DISPLAY-VALUE.

       ADD-ONE-SESSION.
      *    Add one drawer's latest count into the branch columns
           PERFORM ADD-ONE-SESSION-SLOT
               VARYING WS-DNM-IDX FROM 1 BY 1
               UNTIL WS-DNM-IDX > 12.

       ADD-ONE-SESSION-SLOT.
           ADD WS-SES-PIECES(WS-SES-IDX, WS-DNM-IDX)
               TO WS-BR-DRAWERS(WS-DNM-IDX).

       DISPLAY-ONE-DENOMINATION.
      *    Print one note or coin line and value its columns
           COMPUTE WS-SLOT-ON-HAND =
               WS-BR-VAULT(WS-DNM-IDX) + WS-BR-DRAWERS(WS-DNM-IDX).

           COMPUTE WS-BV-VAULT = WS-BV-VAULT
               + WS-BR-VAULT(WS-DNM-IDX) * DNM-FACE-VALUE(WS-DNM-IDX).
           COMPUTE WS-BV-DRAWERS = WS-BV-DRAWERS
               + WS-BR-DRAWERS(WS-DNM-IDX)
                   * DNM-FACE-VALUE(WS-DNM-IDX).
           COMPUTE WS-BV-INBOUND = WS-BV-INBOUND
               + WS-BR-INBOUND(WS-DNM-IDX)
                   * DNM-FACE-VALUE(WS-DNM-IDX).
           COMPUTE WS-BV-OUTBOUND = WS-BV-OUTBOUND
               + WS-BR-OUTBOUND(WS-DNM-IDX)
                   * DNM-FACE-VALUE(WS-DNM-IDX).

           MOVE DNM-FACE-VALUE(WS-DNM-IDX) TO WS-DISPLAY-FACE.
           MOVE WS-BR-VAULT(WS-DNM-IDX) TO WS-DISPLAY-VAULT.
           MOVE WS-BR-DRAWERS(WS-DNM-IDX) TO WS-DISPLAY-DRAWERS.
           MOVE WS-SLOT-ON-HAND TO WS-DISPLAY-ON-HAND.
           MOVE WS-BR-INBOUND(WS-DNM-IDX) TO WS-DISPLAY-INBOUND.
           MOVE WS-BR-OUTBOUND(WS-DNM-IDX) TO WS-DISPLAY-OUTBOUND.
           DISPLAY DNM-KIND(WS-DNM-IDX) '  R$ ' WS-DISPLAY-FACE
               WS-DISPLAY-VAULT ' ' WS-DISPLAY-DRAWERS ' '
               WS-DISPLAY-ON-HAND ' ' WS-DISPLAY-INBOUND ' '
               WS-DISPLAY-OUTBOUND.

       END PROGRAM DENOMPOS.
