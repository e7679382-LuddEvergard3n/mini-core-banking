      * - The run registers with RUNCTL against the HDR file date:
      *   re-processing a file already settled would re-credit every
      *   item, so it is refused unless forced
      * - Every item parked in suspense also goes on the nightly
      *   exceptions register for Payments, with the repair or
      *   return confirmation it needs
      * - An item for a CLOSED account whose customer left a payment
      *   redirection (see REDIRECT.COB) is forwarded to the
      *   surviving account instead of returned - credited to ours,
      *   or put on the outbound wire queue for one at another bank
      *   - and logged with its originator for the monthly report;
      *   a forward the surviving account rejects is held in suspense
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-CREDIT-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-FILE-OP-STATUS           PIC XX.
       01  WS-DATA-SET-STATUS          PIC XX.

      * Fixed-format line overlays for parsing the inbound file. The
      * numeric fields are tested for class NUMERIC through their
           05  WS-PRS-AMOUNT-X REDEFINES WS-PRS-AMOUNT PIC X(15).
           05  WS-PRS-CURRENCY         PIC X(3).
           05  WS-PRS-REFERENCE        PIC X(20).
      *    Originator name, where the network supplies one
           05  WS-PRS-ORIGINATOR       PIC X(30).
           05  FILLER                  PIC X(21).

       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).
           05  WS-CREDIT-DESC          PIC X(80).
           05  WS-CREDIT-REFERENCE     PIC X(20).

      * Payment redirection of a closed account (see REDIRECT.COB)
       01  WS-RDR-STATUS               PIC XX.
       01  WS-RDR-MESSAGE              PIC X(80).
       01  WS-RDR-SOURCE               PIC X(8) VALUE 'CLEARIN'.
       01  WS-RDR-PAYER                PIC X(30).
       01  WS-RDR-AMOUNT               PIC S9(13)V99.

       01  WS-SUSPENSE-REASON          PIC X(30).
       01  WS-SUSPENSE-FINAL-STATUS    PIC X(8).

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

      * Funds-availability hold working data: a posted clearing
      * credit counts in the balance at once but only becomes
      * spendable after the recall window has passed (see
           05  WS-ITEMS-POSTED         PIC 9(6) VALUE 0.
           05  WS-ITEMS-SUSPENDED      PIC 9(6) VALUE 0.
           05  WS-ITEMS-RETURNED       PIC 9(6) VALUE 0.
           05  WS-ITEMS-FORWARDED      PIC 9(6) VALUE 0.
           05  WS-AMOUNT-FORWARDED     PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-READ          PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-POSTED        PIC S9(13)V99 VALUE 0.

       MAIN-PROGRAM.
      *    Entry point for the inbound clearing file batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PROCESS-CLEARING-FILE.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       CHECK-LIVE-DATA-SET.
      *    Interface files leave the bank, so they are only ever cut
      *    from the live data set - never from a training sandbox
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: training data set - no interface '
                   'file produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************
           DISPLAY 'Items posted:          ' WS-ITEMS-POSTED.
           DISPLAY 'Items held in suspense:' WS-ITEMS-SUSPENDED.
           DISPLAY 'Items returned:        ' WS-ITEMS-RETURNED.
           DISPLAY 'Items redirected:      ' WS-ITEMS-FORWARDED.
           DISPLAY 'Total amount posted:   ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

      *    A closed account can never take the funds - forward the
      *    item where the customer asked, or send it back to the
      *    network rather than holding it forever
           IF ACC-CLOSED
               PERFORM FORWARD-REDIRECTED-ITEM
                   THRU FORWARD-REDIRECTED-ITEM-END
               IF WS-RDR-STATUS NOT = '23'
                   GO TO PROCESS-DETAIL-LINE-END
               END-IF
               MOVE 'ACCOUNT CLOSED' TO WS-SUSPENSE-REASON
               MOVE 'RETURNED' TO WS-SUSPENSE-FINAL-STATUS
               PERFORM PARK-ITEM-IN-SUSPENSE
           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-CREDIT-ACCOUNT-ID WS-CREDIT-AMOUNT
               WS-CREDIT-DESC WS-CREDIT-REFERENCE 'WIRE'
               'CLRIN' TRANSACTION-RECORD WS-CREDIT-STATUS.

           IF WS-CREDIT-STATUS = '00'
               ADD 1 TO WS-ITEMS-POSTED
       PROCESS-DETAIL-LINE-END.
           EXIT.

       FORWARD-REDIRECTED-ITEM.
      *    Forward an item for a closed account under the customer's
      *    payment redirection, if one stands
      *    Input: WS-PARSE-DETAIL
      *    Output: WS-RDR-STATUS ('23' = no redirection, the item is
      *            returned as before)
           IF WS-PRS-ORIGINATOR = SPACES OR LOW-VALUES
               MOVE 'UNNAMED ORIGINATOR' TO WS-RDR-PAYER
           ELSE
               MOVE WS-PRS-ORIGINATOR TO WS-RDR-PAYER
           END-IF.
           MOVE WS-PRS-AMOUNT TO WS-RDR-AMOUNT.

           CALL 'REDIRECT' USING 'FORWARD-REDIRECTED-CREDIT'
               WS-PRS-ACCOUNT WS-RDR-AMOUNT WS-RDR-SOURCE
               WS-RDR-PAYER WS-PRS-REFERENCE 'CLRIN' 'WIRE'
               REDIRECT-ITEM-RECORD WS-RDR-STATUS WS-RDR-MESSAGE.

           IF WS-RDR-STATUS = '23'
               GO TO FORWARD-REDIRECTED-ITEM-END
           END-IF.

           IF WS-RDR-STATUS NOT = '00'
               MOVE 'REDIRECT TARGET REJECTED' TO WS-SUSPENSE-REASON
               MOVE 'HELD' TO WS-SUSPENSE-FINAL-STATUS
               PERFORM PARK-ITEM-IN-SUSPENSE
               GO TO FORWARD-REDIRECTED-ITEM-END
           END-IF.

           ADD 1 TO WS-ITEMS-FORWARDED.
           ADD WS-PRS-AMOUNT TO WS-AMOUNT-FORWARDED.
           MOVE WS-PRS-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'REDIRECT  Account: ' WS-PRS-ACCOUNT
               ' -> ' RDI-TARGET-ACCOUNT-ID
               '  Amount: ' WS-DISPLAY-AMOUNT
               '  Ref: ' WS-PRS-REFERENCE.

      *    A credit forwarded to one of our accounts is held for the
      *    recall window like any other clearing credit - the hold
      *    follows the money to the surviving account
           IF RDI-WIRE-ITEM-ID = 0
               MOVE RDI-TARGET-ACCOUNT-ID TO WS-PRS-ACCOUNT
               PERFORM PLACE-AVAILABILITY-HOLD
                   THRU PLACE-AVAILABILITY-HOLD-END
           END-IF.

       FORWARD-REDIRECTED-ITEM-END.
           EXIT.

       PLACE-AVAILABILITY-HOLD.
      *    Schedule the credit just posted: block the amount so the
      *    available balance excludes it, and record the hold row the
           CALL 'TRANSACTIONS' USING 'PROCESS-BLOCK-FUNDS'
               WS-PRS-ACCOUNT WS-PRS-AMOUNT WS-HOLD-DESC
               'OPERATIONAL' WS-PRS-REFERENCE
               'HOLD' TRANSACTION-RECORD WS-HOLD-BLOCK-STATUS.

           IF WS-HOLD-BLOCK-STATUS NOT = '00'
      *        The money stays posted and immediately spendable -
               '  Ref: ' WS-PRS-REFERENCE
               '  ' WS-SUSPENSE-REASON.

           IF WS-PRS-ACCOUNT NUMERIC
               MOVE WS-PRS-ACCOUNT TO WS-EXC-ACCOUNT-ID
           ELSE
               MOVE 0 TO WS-EXC-ACCOUNT-ID
           END-IF.
           IF WS-PRS-AMOUNT NUMERIC
               MOVE WS-PRS-AMOUNT TO WS-EXC-AMOUNT
           ELSE
               MOVE 0 TO WS-EXC-AMOUNT
           END-IF.
           MOVE WS-PRS-REFERENCE TO WS-EXC-REFERENCE.
           MOVE WS-SUSPENSE-REASON TO WS-EXC-REASON.
           IF WS-SUSPENSE-FINAL-STATUS = 'RETURNED'
               MOVE 'CONFIRM RETURN TO CLEARING NETWORK'
                   TO WS-EXC-ACTION
           ELSE
               MOVE 'REPAIR AND POST FROM SUSPENSE' TO WS-EXC-ACTION
           END-IF.
           PERFORM RECORD-EOD-EXCEPTION.

       WRITE-RETURN-ITEM.
      *    Write one item to the returns file sent back to the
      *    clearing network
           DISPLAY 'RETURNED  Account: ' WS-PRS-ACCOUNT
               '  Ref: ' WS-PRS-REFERENCE.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' WS-JOB-NAME
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM CLEARIN.
