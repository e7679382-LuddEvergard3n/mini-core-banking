      * years ago still sits fully identifiable in the customer
      * master. This run finds customers whose every account is
      * CLOSED beyond the retention period and anonymizes the
      * identifying fields - CUS-NAME, CUS-TAX-ID, CUS-ADDRESS and
      * the mobile/email contact details, the KYC copies on each of
      * their ACCOUNT-RECORDs, and any alias directory entries
      * pointing at those accounts - while leaving the financial
      * history (balances, ledger, statement trail) fully intact.
      *
      * Two modes:
      * - Default: the CANDIDATE report for compliance sign-off -
               MOVE SPACES TO CUS-TAX-ID
               MOVE SPACES TO CUS-ADDRESS
               MOVE 0 TO CUS-DATE-OF-BIRTH
               MOVE SPACES TO CUS-MOBILE-PHONE
               MOVE SPACES TO CUS-EMAIL
               MOVE 'PAPER' TO CUS-NOTIFY-CHANNEL
               MOVE SPACE TO CUS-MAIL-STATUS
               MOVE 0 TO CUS-MAIL-RETURNED-DATE
               MOVE 0 TO CUS-MAIL-MEMO-ID
               MOVE 'INACTIVE' TO CUS-STATUS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CUS-UPDATED-TS
