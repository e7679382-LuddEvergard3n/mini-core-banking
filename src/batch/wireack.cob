      * - ACK lines mark the item SETTLED; RTN lines re-credit the
      *   source account for the full wire amount and mark the item
      *   RETURNED, so nothing is ever repaired by hand
      * - The re-credit posts under the WIREOU transaction code, so
      *   the posting rules table books the mirror entry
      *   against the settlement suspense position (GLA 2000) and
      *   the suspense built by the original outbound debit clears
      *   itself - no separate GL journal is needed
       RETURN-WIRE-ITEM.
      *    The network bounced the wire - put the customer's money
      *    back through the normal credit path and close the item
      *    out as RETURNED. The WIREOU transaction code routes
      *    the GL mirror entry to settlement suspense, clearing the
      *    position the original outbound debit opened.
           MOVE WIR-SOURCE-ACCOUNT-ID TO WS-CREDIT-ACCOUNT-ID.
           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-CREDIT-ACCOUNT-ID WS-CREDIT-AMOUNT
               WS-CREDIT-DESC WS-CREDIT-REFERENCE 'WIRE'
               'WIREOU' TRANSACTION-RECORD WS-CREDIT-STATUS.

           IF WS-CREDIT-STATUS NOT = '00'
               ADD 1 TO WS-ITEMS-EXCEPTION
